IDENTIFICATION DIVISION.
PROGRAM-ID. CLEARANCE-ADMIN.

*> Withdrawal clearance workflow. A case is opened by
*> CLEARANCE-OPEN as soon as a student is withdrawn: one line per
*> department (hostel, ID card, scholarship, sponsor, fees,
*> library, documents) on withdrawal_clearance.dat. Here:
*>   - each department signs off its own line with the signing
*>     member of staff's PIN; the line records who closed it, when,
*>     and the department's remark;
*>   - a student's case can be displayed line by line;
*>   - the open-clearances report lists every line still open by
*>     department, oldest first, with its age in days and a count
*>     per 0-30/31-60/61-90/90+ day bucket
*>     (clearance_aging_<date>.txt, catalogued in the spool);
*>   - the leaving certificate (leaving_cert_<ID>.txt) prints only
*>     when every line of the student's latest case is closed;
*>   - a catch-up sweep opens cases for students already withdrawn
*>     on their latest semester master who have never had one
*>     (withdrawals recorded before the register existed, or
*>     applied by a restore).
*> Sign-offs and certificates are logged to activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLEARANCE-FILE ASSIGN TO "withdrawal_clearance.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CLEARANCE.
    SELECT TEMP-CLEARANCE-FILE ASSIGN TO "temp_clearance.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORTED-CLEARANCE-FILE ASSIGN TO "sorted_clearance.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SORTED.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
    SELECT STAFF-FILE ASSIGN TO "staff_pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STAFF.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REPORT.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
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
FD  CLEARANCE-FILE.
01  CLEARANCE-RECORD.
    05  CLR-CASE           PIC 9(5).
    05  CLR-STUDENT-ID     PIC X(10).
    05  CLR-DEPT           PIC X(8).
    05  CLR-STATUS         PIC X.
        88  CLR-OPEN        VALUE 'O'.
        88  CLR-CLEARED     VALUE 'C'.
    05  CLR-OPENED-DATE    PIC X(8).
    05  CLR-OPENED-BY      PIC X(10).
    05  CLR-CLOSED-DATE    PIC X(8).
    05  CLR-CLOSED-BY      PIC X(10).
    05  CLR-NOTE           PIC X(30).

FD  TEMP-CLEARANCE-FILE.
01  TEMP-CLEARANCE-RECORD  PIC X(90).

FD  SORTED-CLEARANCE-FILE.
01  SORTED-CLEARANCE-RECORD.
    05  SRT-CASE           PIC 9(5).
    05  SRT-STUDENT-ID     PIC X(10).
    05  SRT-DEPT           PIC X(8).
    05  SRT-STATUS         PIC X.
    05  SRT-OPENED-DATE    PIC X(8).
    05  SRT-OPENED-BY      PIC X(10).
    05  SRT-CLOSED-DATE    PIC X(8).
    05  SRT-CLOSED-BY      PIC X(10).
    05  SRT-NOTE           PIC X(30).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SW-CASE            PIC 9(5).
    05  SW-STUDENT-ID      PIC X(10).
    05  SW-DEPT            PIC X(8).
    05  SW-STATUS          PIC X.
    05  SW-OPENED-DATE     PIC X(8).
    05  FILLER             PIC X(58).

FD  STAFF-FILE.
01  STAFF-RECORD.
    05  STAFF-ID           PIC X(10).
    05  STAFF-PIN          PIC X(6).
    05  STAFF-ROLE         PIC X.
    05  STAFF-STATUS       PIC X.
    05  STAFF-FAIL-COUNT   PIC 9.
    05  STAFF-PIN-DATE     PIC X(8).
    05  STAFF-FORCE-CHANGE PIC X.

FD  REPORT-FILE.
01  REPORT-LINE            PIC X(100).

FD  SPOOL-CATALOG-FILE.
01  SPOOL-CATALOG-RECORD.
    05  SPL-RUN-NUMBER     PIC 9(5).
    05  SPL-REPORT-ID      PIC X(20).
    05  SPL-PARAMS         PIC X(20).
    05  SPL-STAFF-ID       PIC X(10).
    05  SPL-TIMESTAMP      PIC X(14).
    05  SPL-FILENAME       PIC X(30).

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  STUDENT-NAME1      PIC X(30).
    05  FILLER             PIC X(26).
    05  WITHDRAWN1         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1      PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN2         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2      PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN3         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3      PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN4         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4      PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-CLEARANCE  PIC XX.
01  FILE-STATUS-SORTED     PIC XX.
01  FILE-STATUS-STAFF      PIC XX.
01  FILE-STATUS-REPORT     PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-PIN-INPUT           PIC X(6).
01  WS-STAFF-OK            PIC X VALUE 'N'.
01  WS-TODAY               PIC X(8).
01  WS-TODAY-INT           PIC 9(8).
01  WS-OPENED-INT          PIC 9(8).
01  WS-AGE-DAYS            PIC 9(5).
01  WS-ID-INPUT            PIC X(10).
01  WS-DEPT-INPUT          PIC X(8).
01  WS-REMARK              PIC X(30).

01  WS-CASE                PIC 9(5).
01  WS-CASE-LINES          PIC 9(2).
01  WS-CASE-OPEN-LINES     PIC 9(2).
01  WS-CASE-OPENED         PIC X(8).
01  WS-CASE-CLEARED        PIC X(8).
01  WS-LINE-FOUND          PIC X.
01  WS-LIST-COUNT          PIC 9(4).
01  WS-STATUS-TEXT         PIC X(7).

01  WS-CUR-DEPT            PIC X(8).
01  WS-DEPT-OPEN           PIC 9(4).
01  WS-TOTAL-OPEN          PIC 9(5).
01  WS-BUCKET              PIC 9.
01  WS-BUCKETS.
    05  WS-BKT-COUNT       OCCURS 4 TIMES PIC 9(4).
01  WS-GRAND-BUCKETS.
    05  WS-GRAND-BKT       OCCURS 4 TIMES PIC 9(5).
01  WS-BKT-IX              PIC 9.

01  WS-CERT-NAME           PIC X(30).
01  WS-CERT-PROGRAM        PIC X(3).
01  WS-CERT-COHORT         PIC 9(4).
01  WS-CERT-SEMESTER       PIC 9.

01  WS-SWEEP-COUNT         PIC 9(4) VALUE 0.
01  WS-SEEN-COUNT          PIC 9(4) VALUE 0.
01  WS-SEEN-FULL           PIC 9(4) VALUE 0.
01  WS-SEEN-TABLE.
    05  WS-SEEN-ENTRY      OCCURS 5000 TIMES.
        10  WS-SN-ID       PIC X(10).
        10  WS-SN-FLAG     PIC X.
01  WS-SN-IX               PIC 9(4).
01  WS-SN-HIT              PIC 9(4).
01  WS-SWEEP-ID            PIC X(10).
01  WS-SWEEP-FLAG          PIC X.
01  WS-CASE-COUNT          PIC 9(4) VALUE 0.
01  WS-CASE-TABLE.
    05  WS-CASE-ID         OCCURS 5000 TIMES PIC X(10).
01  WS-CS-IX               PIC 9(4).
01  WS-HAS-CASE            PIC X.
01  WS-CLR-OPENED          PIC X.

01  WS-LOG-FUNCTION        PIC X(20).
01  WS-LOG-DETAIL          PIC X(25).
01  WS-REPORT-FILENAME     PIC X(30).
01  WS-REPORT-ID           PIC X(20).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-PARAMS              PIC X(20).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-TODAY))
    DISPLAY "--- Withdrawal Clearance ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. Sign off a department line"
    DISPLAY "2. Show a student's clearance"
    DISPLAY "3. Open-clearances aging report"
    DISPLAY "4. Print leaving certificate"
    DISPLAY "5. Open cases for withdrawn students without one"
    DISPLAY "Enter choice (1-5): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM SIGN-OFF-LINE
        WHEN '2'
            PERFORM SHOW-CLEARANCE
        WHEN '3'
            PERFORM AGING-REPORT
        WHEN '4'
            PERFORM PRINT-LEAVING-CERT
        WHEN '5'
            PERFORM SWEEP-WITHDRAWN
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

SIGN-OFF-LINE.
    DISPLAY "Your PIN: "
    ACCEPT WS-PIN-INPUT
    PERFORM VERIFY-STAFF-PIN
    IF WS-STAFF-OK NOT = 'Y'
        DISPLAY "Staff ID / PIN not recognised - nothing signed off."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FIND-LATEST-CASE
    IF WS-CASE = 0
        DISPLAY "No clearance case for " FUNCTION TRIM(WS-ID-INPUT)
        EXIT PARAGRAPH
    END-IF
    PERFORM LIST-CASE-LINES
    IF WS-CASE-OPEN-LINES = 0
        DISPLAY "Every line of this case is already signed off."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Department to sign off (HOSTEL/IDCARD/SCHOLAR/SPONSOR/"
        "FEES/LIBRARY/DOCUMENT): "
    ACCEPT WS-DEPT-INPUT
    MOVE FUNCTION UPPER-CASE(WS-DEPT-INPUT) TO WS-DEPT-INPUT
    DISPLAY "Remark (blank keeps the note): "
    ACCEPT WS-REMARK

    MOVE 'N' TO WS-LINE-FOUND
    MOVE 'N' TO WS-EOF
    OPEN INPUT CLEARANCE-FILE
    OPEN OUTPUT TEMP-CLEARANCE-FILE
    PERFORM UNTIL END-OF-FILE
        READ CLEARANCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF CLR-CASE = WS-CASE AND CLR-DEPT = WS-DEPT-INPUT
                        AND CLR-OPEN
                    MOVE 'C' TO CLR-STATUS
                    MOVE WS-TODAY TO CLR-CLOSED-DATE
                    MOVE WS-STAFF-ID TO CLR-CLOSED-BY
                    IF WS-REMARK NOT = SPACES
                        MOVE WS-REMARK TO CLR-NOTE
                    END-IF
                    MOVE 'Y' TO WS-LINE-FOUND
                END-IF
                MOVE CLEARANCE-RECORD TO TEMP-CLEARANCE-RECORD
                WRITE TEMP-CLEARANCE-RECORD
        END-READ
    END-PERFORM
    CLOSE CLEARANCE-FILE
    CLOSE TEMP-CLEARANCE-FILE
    IF WS-LINE-FOUND = 'N'
        CALL "CBL_DELETE_FILE" USING "temp_clearance.dat"
        DISPLAY "No open " FUNCTION TRIM(WS-DEPT-INPUT)
            " line on case " WS-CASE " - nothing signed off."
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING "withdrawal_clearance.dat"
    CALL "CBL_RENAME_FILE" USING "temp_clearance.dat"
        "withdrawal_clearance.dat"
    MOVE "CLEARANCE-SIGNOFF" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "CASE " WS-CASE " " WS-DEPT-INPUT
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-CLEARANCE-ACTION
    SUBTRACT 1 FROM WS-CASE-OPEN-LINES
    DISPLAY FUNCTION TRIM(WS-DEPT-INPUT) " signed off on case "
        WS-CASE ". Lines still open: " WS-CASE-OPEN-LINES
    IF WS-CASE-OPEN-LINES = 0
        DISPLAY "Clearance complete - the leaving certificate can "
            "now be printed."
    END-IF.

VERIFY-STAFF-PIN.
    MOVE 'N' TO WS-STAFF-OK
    MOVE 'N' TO WS-EOF
    OPEN INPUT STAFF-FILE
    IF FILE-STATUS-STAFF NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STAFF-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF STAFF-ID = WS-STAFF-ID
                        AND STAFF-PIN = WS-PIN-INPUT
                        AND STAFF-STATUS = 'A'
                    MOVE 'Y' TO WS-STAFF-OK
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-STAFF NOT = "35"
        CLOSE STAFF-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

FIND-LATEST-CASE.
    *> The student's most recent case (highest case number).
    MOVE 0 TO WS-CASE
    MOVE 'N' TO WS-EOF
    OPEN INPUT CLEARANCE-FILE
    IF FILE-STATUS-CLEARANCE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CLEARANCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF CLR-STUDENT-ID = WS-ID-INPUT
                        AND CLR-CASE > WS-CASE
                    MOVE CLR-CASE TO WS-CASE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CLEARANCE NOT = "35"
        CLOSE CLEARANCE-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

LIST-CASE-LINES.
    *> Shows every line of case WS-CASE and counts the open ones;
    *> also keeps the opening date and the last sign-off date.
    MOVE 0 TO WS-CASE-LINES
    MOVE 0 TO WS-CASE-OPEN-LINES
    MOVE SPACES TO WS-CASE-OPENED
    MOVE SPACES TO WS-CASE-CLEARED
    DISPLAY "Case " WS-CASE " for " FUNCTION TRIM(WS-ID-INPUT)
    DISPLAY "Dept     Status  Closed   By         Note"
    MOVE 'N' TO WS-EOF
    OPEN INPUT CLEARANCE-FILE
    PERFORM UNTIL END-OF-FILE
        READ CLEARANCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF CLR-CASE = WS-CASE
                    ADD 1 TO WS-CASE-LINES
                    MOVE CLR-OPENED-DATE TO WS-CASE-OPENED
                    IF CLR-OPEN
                        ADD 1 TO WS-CASE-OPEN-LINES
                        MOVE "OPEN" TO WS-STATUS-TEXT
                    ELSE
                        MOVE "CLEARED" TO WS-STATUS-TEXT
                        IF CLR-CLOSED-DATE > WS-CASE-CLEARED
                                OR WS-CASE-CLEARED = SPACES
                            MOVE CLR-CLOSED-DATE TO WS-CASE-CLEARED
                        END-IF
                    END-IF
                    DISPLAY CLR-DEPT " " WS-STATUS-TEXT " "
                        CLR-CLOSED-DATE " " CLR-CLOSED-BY " "
                        CLR-NOTE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CLEARANCE-FILE
    MOVE 'N' TO WS-EOF
    DISPLAY "Opened " WS-CASE-OPENED ", lines open: "
        WS-CASE-OPEN-LINES.

SHOW-CLEARANCE.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FIND-LATEST-CASE
    IF WS-CASE = 0
        DISPLAY "No clearance case for " FUNCTION TRIM(WS-ID-INPUT)
    ELSE
        PERFORM LIST-CASE-LINES
    END-IF.

AGING-REPORT.
    OPEN INPUT CLEARANCE-FILE
    IF FILE-STATUS-CLEARANCE NOT = "00"
        DISPLAY "No clearance cases on file."
        EXIT PARAGRAPH
    END-IF
    CLOSE CLEARANCE-FILE
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-DEPT SW-OPENED-DATE SW-CASE
        USING CLEARANCE-FILE
        GIVING SORTED-CLEARANCE-FILE

    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "clearance_aging_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING "OPEN WITHDRAWAL CLEARANCES  (run " WS-TODAY ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Dept     Case  Student    Opened   Age  Note"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-TOTAL-OPEN
    MOVE SPACES TO WS-CUR-DEPT
    MOVE 0 TO WS-DEPT-OPEN
    PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
        MOVE 0 TO WS-BKT-COUNT(WS-BKT-IX)
        MOVE 0 TO WS-GRAND-BKT(WS-BKT-IX)
    END-PERFORM
    MOVE 'N' TO WS-EOF
    OPEN INPUT SORTED-CLEARANCE-FILE
    PERFORM UNTIL END-OF-FILE
        READ SORTED-CLEARANCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SRT-STATUS = 'O'
                    IF SRT-DEPT NOT = WS-CUR-DEPT
                        IF WS-CUR-DEPT NOT = SPACES
                            PERFORM WRITE-DEPT-TOTAL
                        END-IF
                        MOVE SRT-DEPT TO WS-CUR-DEPT
                    END-IF
                    PERFORM WRITE-AGING-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE SORTED-CLEARANCE-FILE
    CALL "CBL_DELETE_FILE" USING "sorted_clearance.dat"
    IF WS-CUR-DEPT NOT = SPACES
        PERFORM WRITE-DEPT-TOTAL
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "All departments: " WS-TOTAL-OPEN " open line(s)   "
        "0-30d " WS-GRAND-BKT(1) "  31-60d " WS-GRAND-BKT(2)
        "  61-90d " WS-GRAND-BKT(3) "  90+d " WS-GRAND-BKT(4)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    MOVE "CLEARANCE-AGING" TO WS-REPORT-ID
    MOVE SPACES TO WS-PARAMS
    STRING "RUN " WS-TODAY
        DELIMITED BY SIZE INTO WS-PARAMS
    PERFORM SPOOL-REGISTER-RUN
    DISPLAY WS-TOTAL-OPEN " open clearance line(s) written to "
        FUNCTION TRIM(WS-REPORT-FILENAME).

WRITE-AGING-LINE.
    COMPUTE WS-OPENED-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(SRT-OPENED-DATE))
    IF WS-OPENED-INT > WS-TODAY-INT
        MOVE 0 TO WS-AGE-DAYS
    ELSE
        COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-OPENED-INT
    END-IF
    EVALUATE TRUE
        WHEN WS-AGE-DAYS <= 30
            MOVE 1 TO WS-BUCKET
        WHEN WS-AGE-DAYS <= 60
            MOVE 2 TO WS-BUCKET
        WHEN WS-AGE-DAYS <= 90
            MOVE 3 TO WS-BUCKET
        WHEN OTHER
            MOVE 4 TO WS-BUCKET
    END-EVALUATE
    ADD 1 TO WS-BKT-COUNT(WS-BUCKET)
    ADD 1 TO WS-GRAND-BKT(WS-BUCKET)
    ADD 1 TO WS-DEPT-OPEN
    ADD 1 TO WS-TOTAL-OPEN
    MOVE SPACES TO REPORT-LINE
    STRING SRT-DEPT " " SRT-CASE " " SRT-STUDENT-ID " "
        SRT-OPENED-DATE " " WS-AGE-DAYS " " SRT-NOTE
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-DEPT-TOTAL.
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-CUR-DEPT " open: " WS-DEPT-OPEN
        "   0-30d " WS-BKT-COUNT(1) "  31-60d " WS-BKT-COUNT(2)
        "  61-90d " WS-BKT-COUNT(3) "  90+d " WS-BKT-COUNT(4)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-DEPT-OPEN
    PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
        MOVE 0 TO WS-BKT-COUNT(WS-BKT-IX)
    END-PERFORM.

PRINT-LEAVING-CERT.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FIND-LATEST-CASE
    IF WS-CASE = 0
        DISPLAY "No clearance case for " FUNCTION TRIM(WS-ID-INPUT)
            " - a leaving certificate needs a completed clearance."
        EXIT PARAGRAPH
    END-IF
    PERFORM LIST-CASE-LINES
    IF WS-CASE-OPEN-LINES > 0
        DISPLAY "Certificate not printed - " WS-CASE-OPEN-LINES
            " department line(s) above are still open."
        EXIT PARAGRAPH
    END-IF
    PERFORM FETCH-LATEST-MASTER
    IF WS-CERT-SEMESTER = 0
        DISPLAY "Student not found on any semester master."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "leaving_cert_" FUNCTION TRIM(WS-ID-INPUT) ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    MOVE "LEAVING CERTIFICATE" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "This is to certify that " FUNCTION TRIM(WS-CERT-NAME)
        " (student ID " FUNCTION TRIM(WS-ID-INPUT) ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "of program " WS-CERT-PROGRAM ", intake " WS-CERT-COHORT
        ", withdrew during Semester " WS-CERT-SEMESTER
        " on " WS-CASE-OPENED "."
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "The student has been cleared by every department:"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "hostel, ID card, scholarship, sponsor, fees, library and "
        TO REPORT-LINE
    MOVE "documents." TO REPORT-LINE(58:10)
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Clearance case " WS-CASE " completed " WS-CASE-CLEARED
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Issued " WS-TODAY " by " WS-STAFF-ID
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    MOVE "LEAVING-CERT" TO WS-REPORT-ID
    MOVE WS-ID-INPUT TO WS-PARAMS
    PERFORM SPOOL-REGISTER-RUN
    MOVE "CLEARANCE-CERT" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "CASE " WS-CASE " CERTIFICATE"
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-CLEARANCE-ACTION
    DISPLAY "Leaving certificate written to "
        FUNCTION TRIM(WS-REPORT-FILENAME).

FETCH-LATEST-MASTER.
    MOVE 0 TO WS-CERT-SEMESTER
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 4 TO WS-CERT-SEMESTER
                MOVE STUDENT-NAME4 TO WS-CERT-NAME
                MOVE PROGRAM-CODE4 TO WS-CERT-PROGRAM
                MOVE COHORT-YEAR4 TO WS-CERT-COHORT
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF
    IF WS-CERT-SEMESTER > 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID3
        READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 3 TO WS-CERT-SEMESTER
                MOVE STUDENT-NAME3 TO WS-CERT-NAME
                MOVE PROGRAM-CODE3 TO WS-CERT-PROGRAM
                MOVE COHORT-YEAR3 TO WS-CERT-COHORT
        END-READ
        CLOSE STUDENT-FILE-SEM3
    END-IF
    IF WS-CERT-SEMESTER > 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID2
        READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 2 TO WS-CERT-SEMESTER
                MOVE STUDENT-NAME2 TO WS-CERT-NAME
                MOVE PROGRAM-CODE2 TO WS-CERT-PROGRAM
                MOVE COHORT-YEAR2 TO WS-CERT-COHORT
        END-READ
        CLOSE STUDENT-FILE-SEM2
    END-IF
    IF WS-CERT-SEMESTER > 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID1
        READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 1 TO WS-CERT-SEMESTER
                MOVE STUDENT-NAME1 TO WS-CERT-NAME
                MOVE PROGRAM-CODE1 TO WS-CERT-PROGRAM
                MOVE COHORT-YEAR1 TO WS-CERT-COHORT
        END-READ
        CLOSE STUDENT-FILE-SEM1
    END-IF.

SWEEP-WITHDRAWN.
    *> Masters are read from Semester 4 down, so the first record
    *> seen for a student is the latest one and its flag decides.
    MOVE 0 TO WS-SEEN-COUNT
    MOVE 0 TO WS-SEEN-FULL
    MOVE 0 TO WS-SWEEP-COUNT
    PERFORM LOAD-CASE-STUDENTS
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
                MOVE STUDENT-ID4 TO WS-SWEEP-ID
                MOVE WITHDRAWN4 TO WS-SWEEP-FLAG
                PERFORM NOTE-SEEN-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM4
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
                MOVE STUDENT-ID3 TO WS-SWEEP-ID
                MOVE WITHDRAWN3 TO WS-SWEEP-FLAG
                PERFORM NOTE-SEEN-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM3
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
                MOVE STUDENT-ID2 TO WS-SWEEP-ID
                MOVE WITHDRAWN2 TO WS-SWEEP-FLAG
                PERFORM NOTE-SEEN-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM2
    END-IF
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
                MOVE STUDENT-ID1 TO WS-SWEEP-ID
                MOVE WITHDRAWN1 TO WS-SWEEP-FLAG
                PERFORM NOTE-SEEN-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM1
    END-IF
    MOVE 'N' TO WS-EOF

    PERFORM VARYING WS-SN-IX FROM 1 BY 1
            UNTIL WS-SN-IX > WS-SEEN-COUNT
        IF WS-SN-FLAG(WS-SN-IX) = 'W'
            MOVE 'N' TO WS-HAS-CASE
            PERFORM VARYING WS-CS-IX FROM 1 BY 1
                    UNTIL WS-CS-IX > WS-CASE-COUNT
                        OR WS-HAS-CASE = 'Y'
                IF WS-CASE-ID(WS-CS-IX) = WS-SN-ID(WS-SN-IX)
                    MOVE 'Y' TO WS-HAS-CASE
                END-IF
            END-PERFORM
            IF WS-HAS-CASE = 'N'
                MOVE 'N' TO WS-CLR-OPENED
                CALL "CLEARANCE-OPEN" USING WS-SN-ID(WS-SN-IX),
                    WS-STAFF-ID, WS-CLR-OPENED
                IF WS-CLR-OPENED = 'Y'
                    ADD 1 TO WS-SWEEP-COUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-SEEN-FULL > 0
        DISPLAY "WARNING: " WS-SEEN-FULL " student(s) did not fit "
            "the 5000-entry table and were not checked."
    END-IF
    DISPLAY "Clearance cases opened: " WS-SWEEP-COUNT.

LOAD-CASE-STUDENTS.
    MOVE 0 TO WS-CASE-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT CLEARANCE-FILE
    IF FILE-STATUS-CLEARANCE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CLEARANCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-CASE-COUNT < 5000
                    IF WS-CASE-COUNT = 0
                        ADD 1 TO WS-CASE-COUNT
                        MOVE CLR-STUDENT-ID
                            TO WS-CASE-ID(WS-CASE-COUNT)
                    ELSE
                        IF WS-CASE-ID(WS-CASE-COUNT)
                                NOT = CLR-STUDENT-ID
                            ADD 1 TO WS-CASE-COUNT
                            MOVE CLR-STUDENT-ID
                                TO WS-CASE-ID(WS-CASE-COUNT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CLEARANCE NOT = "35"
        CLOSE CLEARANCE-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

NOTE-SEEN-STUDENT.
    MOVE 0 TO WS-SN-HIT
    PERFORM VARYING WS-SN-IX FROM 1 BY 1
            UNTIL WS-SN-IX > WS-SEEN-COUNT OR WS-SN-HIT > 0
        IF WS-SN-ID(WS-SN-IX) = WS-SWEEP-ID
            MOVE WS-SN-IX TO WS-SN-HIT
        END-IF
    END-PERFORM
    IF WS-SN-HIT = 0
        IF WS-SEEN-COUNT < 5000
            ADD 1 TO WS-SEEN-COUNT
            MOVE WS-SWEEP-ID TO WS-SN-ID(WS-SEEN-COUNT)
            MOVE WS-SWEEP-FLAG TO WS-SN-FLAG(WS-SEEN-COUNT)
        ELSE
            ADD 1 TO WS-SEEN-FULL
        END-IF
    END-IF.

LOG-CLEARANCE-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID TO ACT-STAFF-ID
    MOVE WS-LOG-FUNCTION TO ACT-FUNCTION
    MOVE WS-ID-INPUT TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-LOG-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

SPOOL-REGISTER-RUN.
    MOVE 0 TO WS-SPOOL-RUN
    MOVE 'N' TO WS-SPOOL-EOF
    OPEN INPUT SPOOL-CATALOG-FILE
    IF FILE-STATUS-SPOOL-CAT = "00"
        PERFORM UNTIL WS-SPOOL-EOF = 'Y'
            READ SPOOL-CATALOG-FILE
                AT END
                    MOVE 'Y' TO WS-SPOOL-EOF
                NOT AT END
                    IF SPL-RUN-NUMBER > WS-SPOOL-RUN
                        MOVE SPL-RUN-NUMBER TO WS-SPOOL-RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SPOOL-CATALOG-FILE
    END-IF
    ADD 1 TO WS-SPOOL-RUN
    OPEN EXTEND SPOOL-CATALOG-FILE
    IF FILE-STATUS-SPOOL-CAT NOT = "00"
        OPEN OUTPUT SPOOL-CATALOG-FILE
    END-IF
    MOVE SPACES TO SPOOL-CATALOG-RECORD
    MOVE WS-SPOOL-RUN TO SPL-RUN-NUMBER
    MOVE WS-REPORT-ID TO SPL-REPORT-ID
    MOVE WS-PARAMS TO SPL-PARAMS
    MOVE WS-STAFF-ID TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-REPORT-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.
