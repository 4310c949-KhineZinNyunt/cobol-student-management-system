IDENTIFICATION DIVISION.
PROGRAM-ID. TUITION-BILLING.

*> Term tuition billing. The fee tariff (fee_tariff.dat) holds the
*> term charge per program code, semester and cohort year; a row
*> with cohort year 0000 is the program's rate for any cohort not
*> given its own row. The billing run takes every active
*> (non-withdrawn) student at their current semester - the highest
*> of student_sem1..4.dat they appear on - looks up their tariff
*> and posts the term charge to fee_ledger.dat. Each charge posted
*> is recorded on billing_register.dat against the term, so running
*> the same term again posts nothing twice; students with no
*> matching tariff row are listed, not guessed at. Control totals
*> by program go to the screen and to billing_control_<term>.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TARIFF-FILE ASSIGN TO "fee_tariff.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-TARIFF.
    SELECT TEMP-TARIFF-FILE ASSIGN TO "temp_tariff.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REGISTER-FILE ASSIGN TO "billing_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REGISTER.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.
    SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILENAME
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
FD  TARIFF-FILE.
01  TARIFF-RECORD.
    05  TRF-PROGRAM-CODE   PIC X(3).
    05  TRF-SEMESTER       PIC 9.
    05  TRF-COHORT-YEAR    PIC 9(4).
    05  TRF-AMOUNT         PIC 9(7)V99.

FD  TEMP-TARIFF-FILE.
01  TEMP-TARIFF-RECORD     PIC X(17).

FD  REGISTER-FILE.
01  REGISTER-RECORD.
    05  BRG-TERM           PIC X(10).
    05  BRG-STUDENT-ID     PIC X(10).
    05  BRG-SEMESTER       PIC 9.
    05  BRG-PROGRAM-CODE   PIC X(3).
    05  BRG-AMOUNT         PIC 9(7)V99.
    05  BRG-POST-DATE      PIC X(8).

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-PAYMENT  VALUE 'P'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  CAL-REG-OPEN       PIC X(8).
    05  CAL-REG-CLOSE      PIC X(8).
    05  CAL-EXAM-DATE      PIC X(8).
    05  CAL-PUBLISH-DATE   PIC X(8).
    05  CAL-MARKS-DUE      PIC X(8).

FD  CONTROL-FILE.
01  CONTROL-LINE           PIC X(80).

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  STUDENT-NAME1      PIC X(30).
    05  FILLER             PIC X(26).
    05  WITHDRAWN1         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1   PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN2         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2   PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN3         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3   PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN4         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4   PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-TARIFF     PIC XX.
01  FILE-STATUS-REGISTER   PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-CONFIRM             PIC X.
01  WS-CONTROL-FILENAME    PIC X(40).

*> Keyboard input for one tariff row.
01  WS-PGM-INPUT           PIC X(3).
01  WS-SEM-INPUT           PIC 9.
01  WS-COHORT-INPUT        PIC X(4).
01  WS-COHORT-YEAR         PIC 9(4).
01  WS-AMOUNT-INPUT        PIC X(12).
01  WS-AMOUNT              PIC 9(7)V99.
01  WS-REPLACED            PIC X.

01  WS-TERM                PIC X(10).
01  WS-TERM-INPUT          PIC X(10).
01  WS-TODAY               PIC X(8).

01  WS-TRF-COUNT           PIC 9(3) VALUE 0.
01  WS-TRF-TABLE.
    05  WS-TRF-ENTRY       OCCURS 300 TIMES.
        10  WS-TRF-PGM     PIC X(3).
        10  WS-TRF-SEM     PIC 9.
        10  WS-TRF-COHORT  PIC 9(4).
        10  WS-TRF-AMOUNT  PIC 9(7)V99.
01  WS-TRF-IX              PIC 9(3).
01  WS-TRF-EXACT           PIC 9(3).
01  WS-TRF-DEFAULT         PIC 9(3).

*> Students already billed for the term, from the register.
01  WS-BILLED-COUNT        PIC 9(4) VALUE 0.
01  WS-BILLED-TABLE.
    05  WS-BILLED-ID       OCCURS 2000 TIMES PIC X(10).
01  WS-BILLED-IX           PIC 9(4).
01  WS-ALREADY-BILLED      PIC X.

*> One row per student at the highest semester they appear on.
01  WS-STU-COUNT           PIC 9(4) VALUE 0.
01  WS-STU-TABLE.
    05  WS-STU-ENTRY       OCCURS 1000 TIMES.
        10  WS-STU-ID      PIC X(10).
        10  WS-STU-SEM     PIC 9.
        10  WS-STU-PGM     PIC X(3).
        10  WS-STU-COHORT  PIC 9(4).
        10  WS-STU-WITHDRAWN PIC X.
01  WS-STU-IX              PIC 9(4).
01  WS-STU-HIT             PIC 9(4).
01  WS-SCAN                PIC 9(4).
01  WS-CUR-ID              PIC X(10).
01  WS-CUR-SEM             PIC 9.
01  WS-CUR-PGM             PIC X(3).
01  WS-CUR-COHORT          PIC 9(4).
01  WS-CUR-WITHDRAWN       PIC X.

*> Control totals by program.
01  WS-CTL-COUNT           PIC 9(2) VALUE 0.
01  WS-CTL-TABLE.
    05  WS-CTL-ENTRY       OCCURS 30 TIMES.
        10  WS-CTL-PGM     PIC X(3).
        10  WS-CTL-POSTED  PIC 9(5).
        10  WS-CTL-AMOUNT  PIC 9(9)V99.
        10  WS-CTL-SKIPPED PIC 9(5).
        10  WS-CTL-NO-RATE PIC 9(5).
01  WS-CTL-IX              PIC 9(2).
01  WS-CTL-HIT             PIC 9(2).
01  WS-TOTAL-POSTED        PIC 9(5) VALUE 0.
01  WS-TOTAL-AMOUNT        PIC 9(9)V99 VALUE 0.
01  WS-TOTAL-SKIPPED       PIC 9(5) VALUE 0.
01  WS-TOTAL-NO-RATE       PIC 9(5) VALUE 0.
01  WS-AMOUNT-DISP         PIC Z(6)9.99.
01  WS-TOTAL-DISP          PIC Z(8)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Term Tuition Billing ---"
    DISPLAY "1. Set a tariff rate (program/semester/cohort)"
    DISPLAY "2. List the fee tariff"
    DISPLAY "3. Run term billing"
    DISPLAY "4. Billing register totals for a term"
    DISPLAY "Enter choice (1-4): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM SET-TARIFF-RATE
        WHEN '2'
            PERFORM LIST-TARIFF
        WHEN '3'
            PERFORM BILLING-RUN
        WHEN '4'
            PERFORM REGISTER-TOTALS
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

SET-TARIFF-RATE.
    DISPLAY "Program code (e.g. CST): "
    ACCEPT WS-PGM-INPUT
    MOVE FUNCTION UPPER-CASE(WS-PGM-INPUT) TO WS-PGM-INPUT
    DISPLAY "Semester (1-4): "
    ACCEPT WS-SEM-INPUT
    DISPLAY "Cohort year (YYYY, or 0000 for any cohort): "
    ACCEPT WS-COHORT-INPUT
    DISPLAY "Term charge (e.g. 1500.00): "
    ACCEPT WS-AMOUNT-INPUT
    MOVE FUNCTION NUMVAL(WS-AMOUNT-INPUT) TO WS-AMOUNT
    IF WS-PGM-INPUT = SPACES
            OR WS-SEM-INPUT < 1 OR WS-SEM-INPUT > 4
            OR WS-COHORT-INPUT IS NOT NUMERIC
            OR WS-AMOUNT = 0
        DISPLAY "Program, semester 1-4, a numeric cohort year and "
            "a non-zero charge are required - nothing saved."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-COHORT-INPUT TO WS-COHORT-YEAR
    *> One rate per program/semester/cohort: a new rate replaces
    *> the old row.
    MOVE 'N' TO WS-REPLACED
    OPEN INPUT TARIFF-FILE
    IF FILE-STATUS-TARIFF = "00"
        OPEN OUTPUT TEMP-TARIFF-FILE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ TARIFF-FILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    IF TRF-PROGRAM-CODE = WS-PGM-INPUT
                            AND TRF-SEMESTER = WS-SEM-INPUT
                            AND TRF-COHORT-YEAR = WS-COHORT-YEAR
                        MOVE 'Y' TO WS-REPLACED
                    ELSE
                        MOVE TARIFF-RECORD TO TEMP-TARIFF-RECORD
                        WRITE TEMP-TARIFF-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TARIFF-FILE
        CLOSE TEMP-TARIFF-FILE
        CALL "CBL_DELETE_FILE" USING "fee_tariff.dat"
        CALL "CBL_RENAME_FILE" USING "temp_tariff.dat"
            "fee_tariff.dat"
    END-IF
    OPEN EXTEND TARIFF-FILE
    IF FILE-STATUS-TARIFF NOT = "00"
        OPEN OUTPUT TARIFF-FILE
    END-IF
    MOVE SPACES TO TARIFF-RECORD
    MOVE WS-PGM-INPUT TO TRF-PROGRAM-CODE
    MOVE WS-SEM-INPUT TO TRF-SEMESTER
    MOVE WS-COHORT-YEAR TO TRF-COHORT-YEAR
    MOVE WS-AMOUNT TO TRF-AMOUNT
    WRITE TARIFF-RECORD
    CLOSE TARIFF-FILE
    MOVE WS-AMOUNT TO WS-AMOUNT-DISP
    IF WS-REPLACED = 'Y'
        DISPLAY "Tariff rate replaced: " WS-PGM-INPUT " sem "
            WS-SEM-INPUT " cohort " WS-COHORT-YEAR " "
            WS-AMOUNT-DISP
    ELSE
        DISPLAY "Tariff rate added: " WS-PGM-INPUT " sem "
            WS-SEM-INPUT " cohort " WS-COHORT-YEAR " "
            WS-AMOUNT-DISP
    END-IF.

LIST-TARIFF.
    PERFORM LOAD-TARIFF
    IF WS-TRF-COUNT = 0
        DISPLAY "No fee tariff on file."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Pgm Sem Cohort  Term charge"
    PERFORM VARYING WS-TRF-IX FROM 1 BY 1
            UNTIL WS-TRF-IX > WS-TRF-COUNT
        MOVE WS-TRF-AMOUNT(WS-TRF-IX) TO WS-AMOUNT-DISP
        IF WS-TRF-COHORT(WS-TRF-IX) = 0
            DISPLAY WS-TRF-PGM(WS-TRF-IX) "  " WS-TRF-SEM(WS-TRF-IX)
                "  (any)   " WS-AMOUNT-DISP
        ELSE
            DISPLAY WS-TRF-PGM(WS-TRF-IX) "  " WS-TRF-SEM(WS-TRF-IX)
                "  " WS-TRF-COHORT(WS-TRF-IX) "    " WS-AMOUNT-DISP
        END-IF
    END-PERFORM
    DISPLAY WS-TRF-COUNT " tariff row(s).".

LOAD-TARIFF.
    MOVE 0 TO WS-TRF-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT TARIFF-FILE
    IF FILE-STATUS-TARIFF NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ TARIFF-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-TRF-COUNT < 300
                    ADD 1 TO WS-TRF-COUNT
                    MOVE TRF-PROGRAM-CODE TO WS-TRF-PGM(WS-TRF-COUNT)
                    MOVE TRF-SEMESTER TO WS-TRF-SEM(WS-TRF-COUNT)
                    MOVE TRF-COHORT-YEAR
                        TO WS-TRF-COHORT(WS-TRF-COUNT)
                    MOVE TRF-AMOUNT TO WS-TRF-AMOUNT(WS-TRF-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-TARIFF NOT = "35"
        CLOSE TARIFF-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

ACCEPT-TERM.
    *> The term defaults to the current term on the academic
    *> calendar.
    MOVE SPACES TO WS-TERM
    OPEN INPUT CALENDAR-FILE
    IF FILE-STATUS-CALENDAR = "00"
        READ CALENDAR-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CAL-TERM TO WS-TERM
        END-READ
        CLOSE CALENDAR-FILE
    END-IF
    DISPLAY "Term to bill [" WS-TERM "] (Enter for the current "
        "term): "
    MOVE SPACES TO WS-TERM-INPUT
    ACCEPT WS-TERM-INPUT
    IF WS-TERM-INPUT NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-TERM-INPUT) TO WS-TERM
    END-IF.

BILLING-RUN.
    PERFORM ACCEPT-TERM
    IF WS-TERM = SPACES
        DISPLAY "No term given and no academic calendar on file - "
            "nothing billed."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-TARIFF
    IF WS-TRF-COUNT = 0
        DISPLAY "No fee tariff on file - set the rates first."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-BILLED-FOR-TERM
    PERFORM LOAD-STUDENTS
    DISPLAY WS-STU-COUNT " student(s) on the masters, "
        WS-BILLED-COUNT " already billed for "
        FUNCTION TRIM(WS-TERM) "."
    DISPLAY "Post the term charges now? (Y/N): "
    ACCEPT WS-CONFIRM
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
        DISPLAY "Billing run cancelled - nothing posted."
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE 0 TO WS-CTL-COUNT
    OPEN EXTEND FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        OPEN OUTPUT FEE-FILE
    END-IF
    OPEN EXTEND REGISTER-FILE
    IF FILE-STATUS-REGISTER NOT = "00"
        OPEN OUTPUT REGISTER-FILE
    END-IF
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT
        IF WS-STU-WITHDRAWN(WS-STU-IX) NOT = 'W'
            PERFORM BILL-ONE-STUDENT
        END-IF
    END-PERFORM
    CLOSE REGISTER-FILE
    CLOSE FEE-FILE
    PERFORM PRINT-CONTROL-TOTALS.

LOAD-BILLED-FOR-TERM.
    MOVE 0 TO WS-BILLED-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT REGISTER-FILE
    IF FILE-STATUS-REGISTER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF BRG-TERM = WS-TERM AND WS-BILLED-COUNT < 2000
                    ADD 1 TO WS-BILLED-COUNT
                    MOVE BRG-STUDENT-ID
                        TO WS-BILLED-ID(WS-BILLED-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-REGISTER NOT = "35"
        CLOSE REGISTER-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

LOAD-STUDENTS.
    *> The masters are read lowest semester first, so a promoted
    *> student ends up billed at the highest semester they are on.
    MOVE 0 TO WS-STU-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM1 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID1 TO WS-CUR-ID
                MOVE 1 TO WS-CUR-SEM
                MOVE PROGRAM-CODE1 TO WS-CUR-PGM
                MOVE COHORT-YEAR1 TO WS-CUR-COHORT
                MOVE WITHDRAWN1 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM1
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM2 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID2 TO WS-CUR-ID
                MOVE 2 TO WS-CUR-SEM
                MOVE PROGRAM-CODE2 TO WS-CUR-PGM
                MOVE COHORT-YEAR2 TO WS-CUR-COHORT
                MOVE WITHDRAWN2 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM2
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM3 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID3 TO WS-CUR-ID
                MOVE 3 TO WS-CUR-SEM
                MOVE PROGRAM-CODE3 TO WS-CUR-PGM
                MOVE COHORT-YEAR3 TO WS-CUR-COHORT
                MOVE WITHDRAWN3 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM3
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM4 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID4 TO WS-CUR-ID
                MOVE 4 TO WS-CUR-SEM
                MOVE PROGRAM-CODE4 TO WS-CUR-PGM
                MOVE COHORT-YEAR4 TO WS-CUR-COHORT
                MOVE WITHDRAWN4 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM4
    END-IF
    MOVE 'N' TO WS-EOF.

POST-STUDENT.
    MOVE 0 TO WS-STU-HIT
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-STU-COUNT OR WS-STU-HIT > 0
        IF WS-STU-ID(WS-SCAN) = WS-CUR-ID
            MOVE WS-SCAN TO WS-STU-HIT
        END-IF
    END-PERFORM
    IF WS-STU-HIT = 0
        IF WS-STU-COUNT >= 1000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STU-COUNT
        MOVE WS-STU-COUNT TO WS-STU-HIT
        MOVE WS-CUR-ID TO WS-STU-ID(WS-STU-HIT)
    END-IF
    IF WS-CUR-PGM = SPACES
        MOVE "CST" TO WS-CUR-PGM
    END-IF
    MOVE WS-CUR-SEM TO WS-STU-SEM(WS-STU-HIT)
    MOVE WS-CUR-PGM TO WS-STU-PGM(WS-STU-HIT)
    MOVE WS-CUR-COHORT TO WS-STU-COHORT(WS-STU-HIT)
    MOVE WS-CUR-WITHDRAWN TO WS-STU-WITHDRAWN(WS-STU-HIT).

BILL-ONE-STUDENT.
    PERFORM FIND-CONTROL-ROW
    MOVE 'N' TO WS-ALREADY-BILLED
    PERFORM VARYING WS-BILLED-IX FROM 1 BY 1
            UNTIL WS-BILLED-IX > WS-BILLED-COUNT
        IF WS-BILLED-ID(WS-BILLED-IX) = WS-STU-ID(WS-STU-IX)
            MOVE 'Y' TO WS-ALREADY-BILLED
        END-IF
    END-PERFORM
    IF WS-ALREADY-BILLED = 'Y'
        ADD 1 TO WS-CTL-SKIPPED(WS-CTL-HIT)
        EXIT PARAGRAPH
    END-IF
    *> The cohort's own rate wins over the program's any-cohort rate.
    MOVE 0 TO WS-TRF-EXACT
    MOVE 0 TO WS-TRF-DEFAULT
    PERFORM VARYING WS-TRF-IX FROM 1 BY 1
            UNTIL WS-TRF-IX > WS-TRF-COUNT
        IF WS-TRF-PGM(WS-TRF-IX) = WS-STU-PGM(WS-STU-IX)
                AND WS-TRF-SEM(WS-TRF-IX) = WS-STU-SEM(WS-STU-IX)
            IF WS-TRF-COHORT(WS-TRF-IX) = WS-STU-COHORT(WS-STU-IX)
                MOVE WS-TRF-IX TO WS-TRF-EXACT
            END-IF
            IF WS-TRF-COHORT(WS-TRF-IX) = 0
                MOVE WS-TRF-IX TO WS-TRF-DEFAULT
            END-IF
        END-IF
    END-PERFORM
    IF WS-TRF-EXACT = 0
        MOVE WS-TRF-DEFAULT TO WS-TRF-EXACT
    END-IF
    IF WS-TRF-EXACT = 0
        ADD 1 TO WS-CTL-NO-RATE(WS-CTL-HIT)
        DISPLAY "  NO TARIFF: " WS-STU-ID(WS-STU-IX) " "
            WS-STU-PGM(WS-STU-IX) " sem " WS-STU-SEM(WS-STU-IX)
            " cohort " WS-STU-COHORT(WS-STU-IX)
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO FEE-RECORD
    MOVE WS-STU-ID(WS-STU-IX) TO FEE-STUDENT-ID
    MOVE WS-TODAY TO FEE-POST-DATE
    MOVE 'C' TO FEE-TYPE
    MOVE WS-TRF-AMOUNT(WS-TRF-EXACT) TO FEE-AMOUNT
    STRING "TUITION " FUNCTION TRIM(WS-TERM) " SEM"
        WS-STU-SEM(WS-STU-IX)
        DELIMITED BY SIZE INTO FEE-DESCRIPTION
    WRITE FEE-RECORD
    MOVE SPACES TO REGISTER-RECORD
    MOVE WS-TERM TO BRG-TERM
    MOVE WS-STU-ID(WS-STU-IX) TO BRG-STUDENT-ID
    MOVE WS-STU-SEM(WS-STU-IX) TO BRG-SEMESTER
    MOVE WS-STU-PGM(WS-STU-IX) TO BRG-PROGRAM-CODE
    MOVE WS-TRF-AMOUNT(WS-TRF-EXACT) TO BRG-AMOUNT
    MOVE WS-TODAY TO BRG-POST-DATE
    WRITE REGISTER-RECORD
    ADD 1 TO WS-CTL-POSTED(WS-CTL-HIT)
    ADD WS-TRF-AMOUNT(WS-TRF-EXACT) TO WS-CTL-AMOUNT(WS-CTL-HIT).

FIND-CONTROL-ROW.
    MOVE 0 TO WS-CTL-HIT
    PERFORM VARYING WS-CTL-IX FROM 1 BY 1
            UNTIL WS-CTL-IX > WS-CTL-COUNT
        IF WS-CTL-PGM(WS-CTL-IX) = WS-STU-PGM(WS-STU-IX)
            MOVE WS-CTL-IX TO WS-CTL-HIT
        END-IF
    END-PERFORM
    IF WS-CTL-HIT = 0
        IF WS-CTL-COUNT < 30
            ADD 1 TO WS-CTL-COUNT
        END-IF
        MOVE WS-CTL-COUNT TO WS-CTL-HIT
        MOVE WS-STU-PGM(WS-STU-IX) TO WS-CTL-PGM(WS-CTL-HIT)
        MOVE 0 TO WS-CTL-POSTED(WS-CTL-HIT)
        MOVE 0 TO WS-CTL-AMOUNT(WS-CTL-HIT)
        MOVE 0 TO WS-CTL-SKIPPED(WS-CTL-HIT)
        MOVE 0 TO WS-CTL-NO-RATE(WS-CTL-HIT)
    END-IF.

PRINT-CONTROL-TOTALS.
    MOVE SPACES TO WS-CONTROL-FILENAME
    STRING "billing_control_" FUNCTION TRIM(WS-TERM) ".txt"
        DELIMITED BY SIZE INTO WS-CONTROL-FILENAME
    OPEN OUTPUT CONTROL-FILE
    MOVE SPACES TO CONTROL-LINE
    STRING "TUITION BILLING CONTROL TOTALS - TERM "
        FUNCTION TRIM(WS-TERM)
        DELIMITED BY SIZE INTO CONTROL-LINE
    WRITE CONTROL-LINE
    MOVE SPACES TO CONTROL-LINE
    STRING "Run date " WS-TODAY
        DELIMITED BY SIZE INTO CONTROL-LINE
    WRITE CONTROL-LINE
    MOVE SPACES TO CONTROL-LINE
    WRITE CONTROL-LINE
    MOVE "Pgm  Posted       Amount posted  Already  No tariff"
        TO CONTROL-LINE
    WRITE CONTROL-LINE
    DISPLAY "Pgm  Posted       Amount posted  Already  No tariff"
    MOVE 0 TO WS-TOTAL-POSTED
    MOVE 0 TO WS-TOTAL-AMOUNT
    MOVE 0 TO WS-TOTAL-SKIPPED
    MOVE 0 TO WS-TOTAL-NO-RATE
    PERFORM VARYING WS-CTL-IX FROM 1 BY 1
            UNTIL WS-CTL-IX > WS-CTL-COUNT
        ADD WS-CTL-POSTED(WS-CTL-IX) TO WS-TOTAL-POSTED
        ADD WS-CTL-AMOUNT(WS-CTL-IX) TO WS-TOTAL-AMOUNT
        ADD WS-CTL-SKIPPED(WS-CTL-IX) TO WS-TOTAL-SKIPPED
        ADD WS-CTL-NO-RATE(WS-CTL-IX) TO WS-TOTAL-NO-RATE
        MOVE WS-CTL-AMOUNT(WS-CTL-IX) TO WS-TOTAL-DISP
        MOVE SPACES TO CONTROL-LINE
        STRING WS-CTL-PGM(WS-CTL-IX) "  "
            WS-CTL-POSTED(WS-CTL-IX) "  " WS-TOTAL-DISP "    "
            WS-CTL-SKIPPED(WS-CTL-IX) "    "
            WS-CTL-NO-RATE(WS-CTL-IX)
            DELIMITED BY SIZE INTO CONTROL-LINE
        WRITE CONTROL-LINE
        DISPLAY CONTROL-LINE
    END-PERFORM
    MOVE ALL "-" TO CONTROL-LINE
    WRITE CONTROL-LINE
    MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-DISP
    MOVE SPACES TO CONTROL-LINE
    STRING "ALL  " WS-TOTAL-POSTED "  " WS-TOTAL-DISP "    "
        WS-TOTAL-SKIPPED "    " WS-TOTAL-NO-RATE
        DELIMITED BY SIZE INTO CONTROL-LINE
    WRITE CONTROL-LINE
    DISPLAY CONTROL-LINE
    CLOSE CONTROL-FILE
    DISPLAY "Control totals written to "
        FUNCTION TRIM(WS-CONTROL-FILENAME)
    IF WS-TOTAL-NO-RATE > 0
        DISPLAY WS-TOTAL-NO-RATE " student(s) not billed - add "
            "their tariff rows and re-run the term."
    END-IF.

REGISTER-TOTALS.
    *> Re-states a term's totals by program from the register alone,
    *> for finance to agree to the ledger after the event.
    PERFORM ACCEPT-TERM
    MOVE 0 TO WS-CTL-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT REGISTER-FILE
    IF FILE-STATUS-REGISTER NOT = "00"
        DISPLAY "No billing register on file."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF BRG-TERM = WS-TERM
                    MOVE 1 TO WS-STU-IX
                    MOVE BRG-PROGRAM-CODE TO WS-STU-PGM(1)
                    PERFORM FIND-CONTROL-ROW
                    ADD 1 TO WS-CTL-POSTED(WS-CTL-HIT)
                    ADD BRG-AMOUNT TO WS-CTL-AMOUNT(WS-CTL-HIT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE REGISTER-FILE
    DISPLAY "Billing register - term " FUNCTION TRIM(WS-TERM)
    DISPLAY "Pgm  Billed       Amount billed"
    MOVE 0 TO WS-TOTAL-POSTED
    MOVE 0 TO WS-TOTAL-AMOUNT
    PERFORM VARYING WS-CTL-IX FROM 1 BY 1
            UNTIL WS-CTL-IX > WS-CTL-COUNT
        ADD WS-CTL-POSTED(WS-CTL-IX) TO WS-TOTAL-POSTED
        ADD WS-CTL-AMOUNT(WS-CTL-IX) TO WS-TOTAL-AMOUNT
        MOVE WS-CTL-AMOUNT(WS-CTL-IX) TO WS-TOTAL-DISP
        DISPLAY WS-CTL-PGM(WS-CTL-IX) "  " WS-CTL-POSTED(WS-CTL-IX)
            "  " WS-TOTAL-DISP
    END-PERFORM
    MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-DISP
    DISPLAY "ALL  " WS-TOTAL-POSTED "  " WS-TOTAL-DISP.
