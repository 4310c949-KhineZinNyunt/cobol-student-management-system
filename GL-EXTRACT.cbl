IDENTIFICATION DIVISION.
PROGRAM-ID. GL-EXTRACT.

*> General-ledger journal interface. Finance used to rekey our
*> fee totals into the accounting system from printed statements;
*> this run summarises each day's postings instead. Every
*> fee_ledger.dat entry for the day (tuition and other charges,
*> hostel charges from HOSTEL-ADMIN, counter and bank payments,
*> scholarship postings from SCHOLAR-DISBURSE, sponsor remittances
*> from SPONSOR-BILLING, collection agency receipts, waivers,
*> refunds, retention charges and payment reversals) and every
*> sponsor invoice, debit note and credit note on
*> sponsor_invoices.dat is classed into a GL source type, totalled
*> by source type and the student's program, and written as a
*> balanced pair of journal lines - one debit, one credit - using
*> the accounts on gl_account_map.dat. A mapping
*> for a specific program wins over the blank-program default
*> for the same source type. A library fine or convocation gown
*> fee credited back (LIBRARY-IMPORT, CONVOCATION) cancels its
*> charge rather than waiving a fee: it is classed TX and booked
*> through the TC charge accounts with debit and credit reversed.
*>
*> Each day goes to its own gl_journal_<date>.dat: a header
*> record, the detail lines, and a trailer carrying the line
*> count and debit and credit control totals. gl_run_register.dat
*> records every day extracted; a run always starts the day after
*> the last one on the register and stops at yesterday, so no day
*> is extracted twice or skipped. A day with postings that have no
*> account mapping stops the run there so the mapping can be set
*> up and the run repeated.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT INVOICE-REGISTER-FILE ASSIGN TO "sponsor_invoices.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-INVREG.
    SELECT MAP-FILE ASSIGN TO "gl_account_map.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-MAP.
    SELECT TEMP-MAP-FILE ASSIGN TO "temp_gl_account_map.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RUN-REGISTER-FILE ASSIGN TO "gl_run_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REGISTER.
    SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STUDENT-FILE-SEM1 ASSIGN TO "student_sem1.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID1
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT STUDENT-FILE-SEM2 ASSIGN TO "student_sem2.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID2
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT STUDENT-FILE-SEM3 ASSIGN TO "student_sem3.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID3
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT STUDENT-FILE-SEM4 ASSIGN TO "student_sem4.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID4
        FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-PAYMENT  VALUE 'P'.
        88  FEE-IS-WAIVER   VALUE 'W'.
        88  FEE-IS-REFUND   VALUE 'R'.
        88  FEE-IS-REVERSAL VALUE 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  INVOICE-REGISTER-FILE.
01  INVOICE-REGISTER-RECORD.
    05  SIV-SPONSOR-CODE   PIC X(6).
    05  SIV-PERIOD         PIC X(6).
    05  SIV-KIND           PIC X.
        88  SIV-INVOICE     VALUE 'I'.
        88  SIV-DEBIT-NOTE  VALUE 'D'.
        88  SIV-CREDIT-NOTE VALUE 'C'.
    05  SIV-ISSUE-DATE     PIC X(8).
    05  SIV-AMOUNT         PIC 9(9)V99.

FD  MAP-FILE.
01  MAP-RECORD.
    05  GLM-ENTRY-TYPE     PIC X(2).
    05  GLM-PROGRAM-CODE   PIC X(3).
    05  GLM-DEBIT-ACCOUNT  PIC X(10).
    05  GLM-CREDIT-ACCOUNT PIC X(10).

FD  TEMP-MAP-FILE.
01  TEMP-MAP-RECORD        PIC X(25).

FD  RUN-REGISTER-FILE.
01  RUN-REGISTER-RECORD.
    05  GLR-EXTRACT-DATE   PIC X(8).
    05  GLR-RUN-DATE       PIC X(8).
    05  GLR-RUN-TIME       PIC X(6).
    05  GLR-LINE-COUNT     PIC 9(6).
    05  GLR-DEBITS         PIC 9(11)V99.
    05  GLR-CREDITS        PIC 9(11)V99.

FD  JOURNAL-FILE.
01  JOURNAL-HEADER.
    05  GLH-REC-TYPE       PIC X.
    05  GLH-EXTRACT-DATE   PIC X(8).
    05  GLH-RUN-DATE       PIC X(8).
    05  GLH-RUN-TIME       PIC X(6).
    05  GLH-SOURCE-SYSTEM  PIC X(12).
01  JOURNAL-DETAIL.
    05  GLD-REC-TYPE       PIC X.
    05  GLD-EXTRACT-DATE   PIC X(8).
    05  GLD-ACCOUNT        PIC X(10).
    05  GLD-DR-CR          PIC X.
    05  GLD-AMOUNT         PIC 9(9)V99.
    05  GLD-SOURCE-TYPE    PIC X(2).
    05  GLD-PROGRAM-CODE   PIC X(3).
    05  GLD-NARRATIVE      PIC X(30).
01  JOURNAL-TRAILER.
    05  GLT-REC-TYPE       PIC X.
    05  GLT-EXTRACT-DATE   PIC X(8).
    05  GLT-LINE-COUNT     PIC 9(6).
    05  GLT-DEBITS         PIC 9(11)V99.
    05  GLT-CREDITS        PIC 9(11)V99.

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  FILLER             PIC X(57).
    05  FILLER             PIC X(13).
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1   PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  FILLER             PIC X(57).
    05  FILLER             PIC X(10).
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2   PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  FILLER             PIC X(57).
    05  FILLER             PIC X(10).
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3   PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  FILLER             PIC X(57).
    05  FILLER             PIC X(10).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4   PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-INVREG     PIC XX.
01  FILE-STATUS-MAP        PIC XX.
01  FILE-STATUS-REGISTER   PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-TODAY               PIC X(8).
01  WS-NOW-TIME            PIC X(6).
01  WS-JOURNAL-FILENAME    PIC X(40).

01  WS-MAP-COUNT           PIC 9(3) VALUE 0.
01  WS-MAP-TABLE.
    05  WS-MAP-ENTRY       OCCURS 200 TIMES.
        10  WS-MAP-TYPE    PIC X(2).
        10  WS-MAP-PROGRAM PIC X(3).
        10  WS-MAP-DEBIT   PIC X(10).
        10  WS-MAP-CREDIT  PIC X(10).
01  WS-MAP-IX              PIC 9(3).
01  WS-MAP-HIT             PIC 9(3).
01  WS-MAP-DEFAULT-HIT     PIC 9(3).

01  WS-PROG-COUNT          PIC 9(4) VALUE 0.
01  WS-PROG-TABLE.
    05  WS-PROG-ENTRY      OCCURS 3000 TIMES.
        10  WS-PROG-ID     PIC X(10).
        10  WS-PROG-CODE   PIC X(3).
01  WS-PROG-IX             PIC 9(4).
01  WS-PROG-FOUND          PIC X.

01  WS-GRP-COUNT           PIC 9(3) VALUE 0.
01  WS-GRP-TABLE.
    05  WS-GRP-ENTRY       OCCURS 300 TIMES.
        10  WS-GRP-TYPE    PIC X(2).
        10  WS-GRP-PROGRAM PIC X(3).
        10  WS-GRP-AMOUNT  PIC 9(11)V99.
        10  WS-GRP-MAP     PIC 9(3).
01  WS-GRP-IX              PIC 9(3).
01  WS-GRP-HIT             PIC 9(3).

01  WS-CUR-STUDENT         PIC X(10).
01  WS-CUR-PROGRAM         PIC X(3).
01  WS-CUR-TYPE            PIC X(2).
01  WS-FIND-TYPE           PIC X(2).
01  WS-DR-ACCOUNT          PIC X(10).
01  WS-CR-ACCOUNT          PIC X(10).
01  WS-CUR-AMOUNT          PIC 9(9)V99.
01  WS-NARRATIVE           PIC X(30).

01  WS-LAST-EXTRACT        PIC X(8).
01  WS-START-INPUT         PIC X(8).
01  WS-DATE-PART           PIC 9(8).
01  WS-DAY-INT             PIC 9(8).
01  WS-END-INT             PIC 9(8).
01  WS-EXTRACT-DATE        PIC X(8).
01  WS-DAYS-DONE           PIC 9(4) VALUE 0.
01  WS-STOP-RUN            PIC X VALUE 'N'.
01  WS-UNMAPPED            PIC 9(3).

01  WS-LINE-COUNT          PIC 9(6).
01  WS-TOTAL-DEBITS        PIC 9(11)V99.
01  WS-TOTAL-CREDITS       PIC 9(11)V99.
01  WS-LIST-COUNT          PIC 9(4) VALUE 0.

01  WS-TYPE-INPUT          PIC X(2).
01  WS-PROGRAM-INPUT       PIC X(3).
01  WS-DEBIT-INPUT         PIC X(10).
01  WS-CREDIT-INPUT        PIC X(10).
01  WS-REPLACED            PIC X.

01  WS-AMOUNT-DISP         PIC Z(10)9.99.
01  WS-CREDIT-DISP         PIC Z(10)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- General Ledger Journal Extract ---"
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
    DISPLAY "1. Run the daily journal extract"
    DISPLAY "2. List the extract run register"
    DISPLAY "3. Set an account mapping"
    DISPLAY "4. List account mappings"
    DISPLAY "Enter choice (1-4): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM RUN-EXTRACT
        WHEN '2'
            PERFORM LIST-REGISTER
        WHEN '3'
            PERFORM SET-MAPPING
        WHEN '4'
            PERFORM LIST-MAPPINGS
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

RUN-EXTRACT.
    PERFORM LOAD-MAPPINGS
    IF WS-MAP-COUNT = 0
        DISPLAY "No account mappings on gl_account_map.dat - set "
            "them up before extracting."
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-LAST-EXTRACT
    IF WS-LAST-EXTRACT = SPACES
        DISPLAY "No day has been extracted yet."
        DISPLAY "First day to extract (YYYYMMDD): "
        ACCEPT WS-START-INPUT
        IF WS-START-INPUT IS NOT NUMERIC
            DISPLAY "Invalid date."
            EXIT PARAGRAPH
        END-IF
        MOVE WS-START-INPUT TO WS-DATE-PART
        COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-PART)
        IF WS-DAY-INT = 0
            DISPLAY "Invalid date."
            EXIT PARAGRAPH
        END-IF
    ELSE
        MOVE WS-LAST-EXTRACT TO WS-DATE-PART
        COMPUTE WS-DAY-INT =
            FUNCTION INTEGER-OF-DATE(WS-DATE-PART) + 1
        DISPLAY "Last day extracted: " WS-LAST-EXTRACT
    END-IF
    *> Today is still taking postings, so the run stops at
    *> yesterday.
    MOVE WS-TODAY TO WS-DATE-PART
    COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-PART) - 1
    IF WS-DAY-INT > WS-END-INT
        DISPLAY "Nothing to extract - the ledger is extracted up "
            "to yesterday."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-DAYS-DONE
    MOVE 'N' TO WS-STOP-RUN
    PERFORM UNTIL WS-DAY-INT > WS-END-INT OR WS-STOP-RUN = 'Y'
        COMPUTE WS-DATE-PART = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
        MOVE WS-DATE-PART TO WS-EXTRACT-DATE
        PERFORM EXTRACT-ONE-DAY
        IF WS-STOP-RUN = 'N'
            ADD 1 TO WS-DAYS-DONE
            ADD 1 TO WS-DAY-INT
        END-IF
    END-PERFORM
    DISPLAY WS-DAYS-DONE " day(s) extracted."
    IF WS-STOP-RUN = 'Y'
        DISPLAY "Run stopped at " WS-EXTRACT-DATE
            " - set up the missing mapping(s) and run again."
    END-IF.

EXTRACT-ONE-DAY.
    MOVE 0 TO WS-GRP-COUNT
    PERFORM GROUP-LEDGER-DAY
    PERFORM GROUP-INVOICE-DAY
    *> Every group must resolve to a debit and a credit account
    *> before anything is written for the day.
    MOVE 0 TO WS-UNMAPPED
    PERFORM VARYING WS-GRP-IX FROM 1 BY 1
            UNTIL WS-GRP-IX > WS-GRP-COUNT
        PERFORM FIND-MAPPING
        MOVE WS-MAP-HIT TO WS-GRP-MAP(WS-GRP-IX)
        IF WS-MAP-HIT = 0
            ADD 1 TO WS-UNMAPPED
            DISPLAY "No account mapping for source "
                WS-GRP-TYPE(WS-GRP-IX) " program "
                WS-GRP-PROGRAM(WS-GRP-IX) " on " WS-EXTRACT-DATE
        END-IF
    END-PERFORM
    IF WS-UNMAPPED > 0
        MOVE 'Y' TO WS-STOP-RUN
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-LINE-COUNT
    MOVE 0 TO WS-TOTAL-DEBITS
    MOVE 0 TO WS-TOTAL-CREDITS
    MOVE SPACES TO WS-JOURNAL-FILENAME
    STRING "gl_journal_" WS-EXTRACT-DATE ".dat"
        DELIMITED BY SIZE INTO WS-JOURNAL-FILENAME
    OPEN OUTPUT JOURNAL-FILE
    MOVE SPACES TO JOURNAL-HEADER
    MOVE 'H' TO GLH-REC-TYPE
    MOVE WS-EXTRACT-DATE TO GLH-EXTRACT-DATE
    MOVE WS-TODAY TO GLH-RUN-DATE
    MOVE WS-NOW-TIME TO GLH-RUN-TIME
    MOVE "STUDENT-FEES" TO GLH-SOURCE-SYSTEM
    WRITE JOURNAL-HEADER
    PERFORM VARYING WS-GRP-IX FROM 1 BY 1
            UNTIL WS-GRP-IX > WS-GRP-COUNT
        IF WS-GRP-AMOUNT(WS-GRP-IX) > 0
            PERFORM WRITE-JOURNAL-PAIR
        END-IF
    END-PERFORM
    MOVE SPACES TO JOURNAL-TRAILER
    MOVE 'T' TO GLT-REC-TYPE
    MOVE WS-EXTRACT-DATE TO GLT-EXTRACT-DATE
    MOVE WS-LINE-COUNT TO GLT-LINE-COUNT
    MOVE WS-TOTAL-DEBITS TO GLT-DEBITS
    MOVE WS-TOTAL-CREDITS TO GLT-CREDITS
    WRITE JOURNAL-TRAILER
    CLOSE JOURNAL-FILE
    OPEN EXTEND RUN-REGISTER-FILE
    IF FILE-STATUS-REGISTER NOT = "00"
        OPEN OUTPUT RUN-REGISTER-FILE
    END-IF
    MOVE WS-EXTRACT-DATE TO GLR-EXTRACT-DATE
    MOVE WS-TODAY TO GLR-RUN-DATE
    MOVE WS-NOW-TIME TO GLR-RUN-TIME
    MOVE WS-LINE-COUNT TO GLR-LINE-COUNT
    MOVE WS-TOTAL-DEBITS TO GLR-DEBITS
    MOVE WS-TOTAL-CREDITS TO GLR-CREDITS
    WRITE RUN-REGISTER-RECORD
    CLOSE RUN-REGISTER-FILE
    MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-DISP
    DISPLAY WS-EXTRACT-DATE ": " WS-LINE-COUNT " line(s), debits "
        WS-AMOUNT-DISP " -> " FUNCTION TRIM(WS-JOURNAL-FILENAME).

WRITE-JOURNAL-PAIR.
    MOVE WS-GRP-MAP(WS-GRP-IX) TO WS-MAP-IX
    MOVE WS-GRP-TYPE(WS-GRP-IX) TO WS-CUR-TYPE
    PERFORM SET-NARRATIVE
    MOVE WS-MAP-DEBIT(WS-MAP-IX) TO WS-DR-ACCOUNT
    MOVE WS-MAP-CREDIT(WS-MAP-IX) TO WS-CR-ACCOUNT
    IF WS-CUR-TYPE = "TX"
        MOVE WS-MAP-CREDIT(WS-MAP-IX) TO WS-DR-ACCOUNT
        MOVE WS-MAP-DEBIT(WS-MAP-IX) TO WS-CR-ACCOUNT
    END-IF
    MOVE SPACES TO JOURNAL-DETAIL
    MOVE 'D' TO GLD-REC-TYPE
    MOVE WS-EXTRACT-DATE TO GLD-EXTRACT-DATE
    MOVE WS-DR-ACCOUNT TO GLD-ACCOUNT
    MOVE 'D' TO GLD-DR-CR
    MOVE WS-GRP-AMOUNT(WS-GRP-IX) TO GLD-AMOUNT
    MOVE WS-GRP-TYPE(WS-GRP-IX) TO GLD-SOURCE-TYPE
    MOVE WS-GRP-PROGRAM(WS-GRP-IX) TO GLD-PROGRAM-CODE
    MOVE WS-NARRATIVE TO GLD-NARRATIVE
    WRITE JOURNAL-DETAIL
    ADD 1 TO WS-LINE-COUNT
    ADD WS-GRP-AMOUNT(WS-GRP-IX) TO WS-TOTAL-DEBITS
    MOVE WS-CR-ACCOUNT TO GLD-ACCOUNT
    MOVE 'C' TO GLD-DR-CR
    WRITE JOURNAL-DETAIL
    ADD 1 TO WS-LINE-COUNT
    ADD WS-GRP-AMOUNT(WS-GRP-IX) TO WS-TOTAL-CREDITS.

GROUP-LEDGER-DAY.
    MOVE 'N' TO WS-EOF
    OPEN INPUT FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ FEE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF FEE-POST-DATE = WS-EXTRACT-DATE
                    PERFORM CLASSIFY-LEDGER-ENTRY
                    MOVE FEE-STUDENT-ID TO WS-CUR-STUDENT
                    PERFORM LOOKUP-PROGRAM
                    MOVE FEE-AMOUNT TO WS-CUR-AMOUNT
                    PERFORM ADD-TO-GROUP
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF.

CLASSIFY-LEDGER-ENTRY.
    *> The posting programs tag their descriptions, which is what
    *> separates hostel, scholarship, sponsor and retention entries
    *> from ordinary charges and payments, and charge cancellations
    *> from fee waivers.
    EVALUATE TRUE
        WHEN FEE-IS-CHARGE AND FEE-DESCRIPTION(1:7) = "HOSTEL "
            MOVE "HC" TO WS-CUR-TYPE
        WHEN FEE-IS-CHARGE
                AND FEE-DESCRIPTION(1:13) = "WDL RETENTION"
            MOVE "RT" TO WS-CUR-TYPE
        WHEN FEE-IS-CHARGE
            MOVE "TC" TO WS-CUR-TYPE
        WHEN FEE-IS-PAYMENT AND FEE-DESCRIPTION(1:6) = "SCHOL "
            MOVE "SC" TO WS-CUR-TYPE
        WHEN FEE-IS-PAYMENT AND FEE-DESCRIPTION(1:4) = "SPN "
            MOVE "SP" TO WS-CUR-TYPE
        WHEN FEE-IS-PAYMENT AND FEE-DESCRIPTION(1:7) = "AGENCY "
            MOVE "AC" TO WS-CUR-TYPE
        WHEN FEE-IS-PAYMENT
            MOVE "PY" TO WS-CUR-TYPE
        WHEN FEE-IS-WAIVER
                AND (FEE-DESCRIPTION(1:12) = "LIBRARY FINE"
                OR FEE-DESCRIPTION(1:12) = "CONVOCATION ")
            MOVE "TX" TO WS-CUR-TYPE
        WHEN FEE-IS-WAIVER
            MOVE "WV" TO WS-CUR-TYPE
        WHEN FEE-IS-REFUND
            MOVE "RF" TO WS-CUR-TYPE
        WHEN FEE-IS-REVERSAL
            MOVE "RV" TO WS-CUR-TYPE
        WHEN OTHER
            MOVE "XX" TO WS-CUR-TYPE
    END-EVALUATE.

GROUP-INVOICE-DAY.
    *> Sponsor invoices are owed by the sponsor, not a student, so
    *> they carry no program.
    MOVE 'N' TO WS-EOF
    OPEN INPUT INVOICE-REGISTER-FILE
    IF FILE-STATUS-INVREG NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ INVOICE-REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SIV-ISSUE-DATE = WS-EXTRACT-DATE
                    IF SIV-CREDIT-NOTE
                        MOVE "SN" TO WS-CUR-TYPE
                    ELSE
                        MOVE "SI" TO WS-CUR-TYPE
                    END-IF
                    MOVE SPACES TO WS-CUR-PROGRAM
                    MOVE SIV-AMOUNT TO WS-CUR-AMOUNT
                    PERFORM ADD-TO-GROUP
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-INVREG NOT = "35"
        CLOSE INVOICE-REGISTER-FILE
    END-IF.

ADD-TO-GROUP.
    MOVE 0 TO WS-GRP-HIT
    PERFORM VARYING WS-GRP-IX FROM 1 BY 1
            UNTIL WS-GRP-IX > WS-GRP-COUNT
        IF WS-GRP-TYPE(WS-GRP-IX) = WS-CUR-TYPE
                AND WS-GRP-PROGRAM(WS-GRP-IX) = WS-CUR-PROGRAM
            MOVE WS-GRP-IX TO WS-GRP-HIT
        END-IF
    END-PERFORM
    IF WS-GRP-HIT = 0
        IF WS-GRP-COUNT >= 300
            DISPLAY "Too many journal groups for " WS-EXTRACT-DATE
                " - entry for " WS-CUR-STUDENT " not summarised."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-GRP-COUNT
        MOVE WS-GRP-COUNT TO WS-GRP-HIT
        MOVE WS-CUR-TYPE TO WS-GRP-TYPE(WS-GRP-HIT)
        MOVE WS-CUR-PROGRAM TO WS-GRP-PROGRAM(WS-GRP-HIT)
        MOVE 0 TO WS-GRP-AMOUNT(WS-GRP-HIT)
        MOVE 0 TO WS-GRP-MAP(WS-GRP-HIT)
    END-IF
    ADD WS-CUR-AMOUNT TO WS-GRP-AMOUNT(WS-GRP-HIT).

FIND-MAPPING.
    *> A cancelled charge goes back through the charge accounts.
    MOVE WS-GRP-TYPE(WS-GRP-IX) TO WS-FIND-TYPE
    IF WS-FIND-TYPE = "TX"
        MOVE "TC" TO WS-FIND-TYPE
    END-IF
    MOVE 0 TO WS-MAP-HIT
    MOVE 0 TO WS-MAP-DEFAULT-HIT
    PERFORM VARYING WS-MAP-IX FROM 1 BY 1
            UNTIL WS-MAP-IX > WS-MAP-COUNT
        IF WS-MAP-TYPE(WS-MAP-IX) = WS-FIND-TYPE
            IF WS-MAP-PROGRAM(WS-MAP-IX) = WS-GRP-PROGRAM(WS-GRP-IX)
                MOVE WS-MAP-IX TO WS-MAP-HIT
            END-IF
            IF WS-MAP-PROGRAM(WS-MAP-IX) = SPACES
                MOVE WS-MAP-IX TO WS-MAP-DEFAULT-HIT
            END-IF
        END-IF
    END-PERFORM
    IF WS-MAP-HIT = 0
        MOVE WS-MAP-DEFAULT-HIT TO WS-MAP-HIT
    END-IF.

LOOKUP-PROGRAM.
    *> The program comes from the latest semester the student is
    *> on; answers are kept so each student is only looked up once.
    MOVE 'N' TO WS-PROG-FOUND
    PERFORM VARYING WS-PROG-IX FROM 1 BY 1
            UNTIL WS-PROG-IX > WS-PROG-COUNT OR WS-PROG-FOUND = 'Y'
        IF WS-PROG-ID(WS-PROG-IX) = WS-CUR-STUDENT
            MOVE WS-PROG-CODE(WS-PROG-IX) TO WS-CUR-PROGRAM
            MOVE 'Y' TO WS-PROG-FOUND
        END-IF
    END-PERFORM
    IF WS-PROG-FOUND = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CUR-PROGRAM
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE WS-CUR-STUDENT TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-PROG-FOUND
                MOVE PROGRAM-CODE4 TO WS-CUR-PROGRAM
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF
    IF WS-PROG-FOUND = 'N'
        OPEN INPUT STUDENT-FILE-SEM3
        IF WS-MASTER-STATUS = "00"
            MOVE WS-CUR-STUDENT TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-PROG-FOUND
                    MOVE PROGRAM-CODE3 TO WS-CUR-PROGRAM
            END-READ
            CLOSE STUDENT-FILE-SEM3
        END-IF
    END-IF
    IF WS-PROG-FOUND = 'N'
        OPEN INPUT STUDENT-FILE-SEM2
        IF WS-MASTER-STATUS = "00"
            MOVE WS-CUR-STUDENT TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-PROG-FOUND
                    MOVE PROGRAM-CODE2 TO WS-CUR-PROGRAM
            END-READ
            CLOSE STUDENT-FILE-SEM2
        END-IF
    END-IF
    IF WS-PROG-FOUND = 'N'
        OPEN INPUT STUDENT-FILE-SEM1
        IF WS-MASTER-STATUS = "00"
            MOVE WS-CUR-STUDENT TO STUDENT-ID1
            READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-PROG-FOUND
                    MOVE PROGRAM-CODE1 TO WS-CUR-PROGRAM
            END-READ
            CLOSE STUDENT-FILE-SEM1
        END-IF
    END-IF
    IF WS-PROG-COUNT < 3000
        ADD 1 TO WS-PROG-COUNT
        MOVE WS-CUR-STUDENT TO WS-PROG-ID(WS-PROG-COUNT)
        MOVE WS-CUR-PROGRAM TO WS-PROG-CODE(WS-PROG-COUNT)
    END-IF.

SET-NARRATIVE.
    EVALUATE WS-CUR-TYPE
        WHEN "TC"
            MOVE "TUITION AND OTHER CHARGES" TO WS-NARRATIVE
        WHEN "HC"
            MOVE "HOSTEL CHARGES" TO WS-NARRATIVE
        WHEN "RT"
            MOVE "WITHDRAWAL RETENTION" TO WS-NARRATIVE
        WHEN "PY"
            MOVE "STUDENT PAYMENTS" TO WS-NARRATIVE
        WHEN "SC"
            MOVE "SCHOLARSHIP DISBURSEMENTS" TO WS-NARRATIVE
        WHEN "SP"
            MOVE "SPONSOR REMITTANCES" TO WS-NARRATIVE
        WHEN "AC"
            MOVE "COLLECTION AGENCY RECEIPTS" TO WS-NARRATIVE
        WHEN "TX"
            MOVE "CHARGES CANCELLED" TO WS-NARRATIVE
        WHEN "WV"
            MOVE "FEE WAIVERS" TO WS-NARRATIVE
        WHEN "RF"
            MOVE "REFUNDS PAID" TO WS-NARRATIVE
        WHEN "RV"
            MOVE "PAYMENT REVERSALS" TO WS-NARRATIVE
        WHEN "SI"
            MOVE "SPONSOR INVOICES" TO WS-NARRATIVE
        WHEN "SN"
            MOVE "SPONSOR CREDIT NOTES" TO WS-NARRATIVE
        WHEN OTHER
            MOVE "UNCLASSIFIED LEDGER ENTRIES" TO WS-NARRATIVE
    END-EVALUATE.

FIND-LAST-EXTRACT.
    MOVE SPACES TO WS-LAST-EXTRACT
    MOVE 'N' TO WS-EOF
    OPEN INPUT RUN-REGISTER-FILE
    IF FILE-STATUS-REGISTER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ RUN-REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-LAST-EXTRACT = SPACES
                        OR GLR-EXTRACT-DATE > WS-LAST-EXTRACT
                    MOVE GLR-EXTRACT-DATE TO WS-LAST-EXTRACT
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-REGISTER NOT = "35"
        CLOSE RUN-REGISTER-FILE
    END-IF.

LIST-REGISTER.
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT RUN-REGISTER-FILE
    IF FILE-STATUS-REGISTER NOT = "00"
        DISPLAY "No extract has been run yet."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Day      Run on   at     Lines           Debits"
        "          Credits"
    PERFORM UNTIL END-OF-FILE
        READ RUN-REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-LIST-COUNT
                MOVE GLR-DEBITS TO WS-AMOUNT-DISP
                MOVE GLR-CREDITS TO WS-CREDIT-DISP
                DISPLAY GLR-EXTRACT-DATE " " GLR-RUN-DATE " "
                    GLR-RUN-TIME " " GLR-LINE-COUNT " "
                    WS-AMOUNT-DISP " " WS-CREDIT-DISP
        END-READ
    END-PERFORM
    CLOSE RUN-REGISTER-FILE
    DISPLAY WS-LIST-COUNT " day(s) on the register.".

LOAD-MAPPINGS.
    MOVE 0 TO WS-MAP-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT MAP-FILE
    IF FILE-STATUS-MAP NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ MAP-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-MAP-COUNT < 200
                    ADD 1 TO WS-MAP-COUNT
                    MOVE GLM-ENTRY-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
                    MOVE GLM-PROGRAM-CODE
                        TO WS-MAP-PROGRAM(WS-MAP-COUNT)
                    MOVE GLM-DEBIT-ACCOUNT
                        TO WS-MAP-DEBIT(WS-MAP-COUNT)
                    MOVE GLM-CREDIT-ACCOUNT
                        TO WS-MAP-CREDIT(WS-MAP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-MAP NOT = "35"
        CLOSE MAP-FILE
    END-IF.

SET-MAPPING.
    DISPLAY "Source types: TC charges, HC hostel, RT retention, "
        "PY payments,"
    DISPLAY "  SC scholarships, SP sponsor remittances, WV waivers, "
        "RF refunds,"
    DISPLAY "  RV reversals, SI sponsor invoices, SN sponsor credit "
        "notes,"
    DISPLAY "  AC collection agency receipts"
    DISPLAY "Source type: "
    ACCEPT WS-TYPE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT
    IF WS-TYPE-INPUT NOT = "TC" AND NOT = "HC" AND NOT = "RT"
            AND NOT = "PY" AND NOT = "SC" AND NOT = "SP"
            AND NOT = "WV" AND NOT = "RF" AND NOT = "RV"
            AND NOT = "SI" AND NOT = "SN" AND NOT = "AC"
        DISPLAY "Unknown source type."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Program code (blank = all programs): "
    ACCEPT WS-PROGRAM-INPUT
    MOVE FUNCTION UPPER-CASE(WS-PROGRAM-INPUT) TO WS-PROGRAM-INPUT
    DISPLAY "Debit account: "
    ACCEPT WS-DEBIT-INPUT
    DISPLAY "Credit account: "
    ACCEPT WS-CREDIT-INPUT
    IF WS-DEBIT-INPUT = SPACES OR WS-CREDIT-INPUT = SPACES
        DISPLAY "Both accounts are required."
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-REPLACED
    MOVE 'N' TO WS-EOF
    OPEN OUTPUT TEMP-MAP-FILE
    OPEN INPUT MAP-FILE
    IF FILE-STATUS-MAP NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ MAP-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF GLM-ENTRY-TYPE = WS-TYPE-INPUT
                        AND GLM-PROGRAM-CODE = WS-PROGRAM-INPUT
                    MOVE WS-DEBIT-INPUT TO GLM-DEBIT-ACCOUNT
                    MOVE WS-CREDIT-INPUT TO GLM-CREDIT-ACCOUNT
                    MOVE 'Y' TO WS-REPLACED
                END-IF
                MOVE MAP-RECORD TO TEMP-MAP-RECORD
                WRITE TEMP-MAP-RECORD
        END-READ
    END-PERFORM
    IF FILE-STATUS-MAP NOT = "35"
        CLOSE MAP-FILE
    END-IF
    IF WS-REPLACED = 'N'
        MOVE WS-TYPE-INPUT TO GLM-ENTRY-TYPE
        MOVE WS-PROGRAM-INPUT TO GLM-PROGRAM-CODE
        MOVE WS-DEBIT-INPUT TO GLM-DEBIT-ACCOUNT
        MOVE WS-CREDIT-INPUT TO GLM-CREDIT-ACCOUNT
        MOVE MAP-RECORD TO TEMP-MAP-RECORD
        WRITE TEMP-MAP-RECORD
    END-IF
    CLOSE TEMP-MAP-FILE
    CALL "CBL_DELETE_FILE" USING "gl_account_map.dat"
    CALL "CBL_RENAME_FILE" USING "temp_gl_account_map.dat"
        "gl_account_map.dat"
    IF WS-REPLACED = 'Y'
        DISPLAY "Mapping updated."
    ELSE
        DISPLAY "Mapping added."
    END-IF.

LIST-MAPPINGS.
    PERFORM LOAD-MAPPINGS
    IF WS-MAP-COUNT = 0
        DISPLAY "No account mappings on file."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Src Prg Debit      Credit"
    PERFORM VARYING WS-MAP-IX FROM 1 BY 1
            UNTIL WS-MAP-IX > WS-MAP-COUNT
        DISPLAY WS-MAP-TYPE(WS-MAP-IX) "  " WS-MAP-PROGRAM(WS-MAP-IX)
            " " WS-MAP-DEBIT(WS-MAP-IX) " " WS-MAP-CREDIT(WS-MAP-IX)
    END-PERFORM.
