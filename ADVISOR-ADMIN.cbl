IDENTIFICATION DIVISION.
PROGRAM-ID. ADVISOR-ADMIN.

*> Academic advisor assignment and advisee caseload. Each student
*> is linked to one advisor (an INS-ID on instructor_master.dat) on
*> advisor_assignments.dat, one row per student; reassigning a
*> student replaces the row. Students can be assigned one at a time
*> or in bulk by cohort year and section (bulk assignment leaves
*> students who already have an advisor alone unless told to
*> replace them). The caseload report lists every advisee with the
*> flags the office otherwise looks up screen by screen:
*>   PROB  - on the probation register (STANDING-RUN);
*>   ATT   - attendance below the ATTEND-WARN threshold;
*>   FEES  - overdue installments, aged as FEE-AGING does;
*>   DISC  - an OPEN case on the discipline register;
*>   DEFER - an active deferral;
*>   DOCS  - required admission documents still outstanding.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ADVISOR-FILE ASSIGN TO "advisor_assignments.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ADVISOR.
    SELECT TEMP-ADVISOR-FILE ASSIGN TO "temp_advisor_assignments.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INSTRUCTOR-FILE ASSIGN TO "instructor_master.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-INSTRUCTOR.
    SELECT PROBATION-FILE ASSIGN TO "probation_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PROBATION.
    SELECT TOTALS-FILE ASSIGN TO "attendance_totals.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-TOTALS.
    SELECT EXCUSAL-FILE ASSIGN TO "excused_absences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EXCUSAL.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.
    SELECT SESSIONS-FILE ASSIGN TO "attendance_sessions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SESSIONS.
    SELECT WARN-CONFIG-FILE ASSIGN TO "attendance_warn_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT SCHEDULE-FILE ASSIGN TO "fee_schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SCHEDULE.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT DISCIPLINE-FILE ASSIGN TO "discipline_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DISCIPLINE.
    SELECT DEFERRAL-FILE ASSIGN TO "deferral_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DEFERRAL.
    SELECT CHECKLIST-FILE ASSIGN TO "documents_checklist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CHECKLIST.
    SELECT DOC-TYPES-FILE ASSIGN TO "doc_types.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-TYPES.
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
FD  ADVISOR-FILE.
01  ADVISOR-RECORD.
    05  ADV-STUDENT-ID     PIC X(10).
    05  ADV-INSTRUCTOR-ID  PIC X(6).
    05  ADV-ASSIGNED-DATE  PIC X(8).
    05  ADV-ASSIGNED-BY    PIC X(10).

FD  TEMP-ADVISOR-FILE.
01  TEMP-ADVISOR-RECORD    PIC X(34).

FD  INSTRUCTOR-FILE.
01  INSTRUCTOR-RECORD.
    05  INS-ID             PIC X(6).
    05  INS-NAME           PIC X(30).
    05  INS-STAFF-ID       PIC X(10).

FD  PROBATION-FILE.
01  PROBATION-RECORD.
    05  PR-SEMESTER        PIC 9.
    05  PR-STUDENT-ID      PIC X(10).
    05  PR-NAME            PIC X(30).
    05  PR-TOTAL           PIC 9(3).
    05  PR-REASON          PIC X(12).
    05  PR-DATE            PIC X(8).

FD  TOTALS-FILE.
01  TOTALS-RECORD.
    05  TOT-STUDENT-ID     PIC X(10).
    05  TOT-PRESENT-COUNT  PIC 9(4).
    05  TOT-LAST-DATE      PIC X(8).

FD  EXCUSAL-FILE.
01  EXCUSAL-RECORD.
    05  EXA-REF            PIC 9(5).
    05  EXA-STUDENT-ID     PIC X(10).
    05  EXA-TERM           PIC X(10).
    05  EXA-FROM-DATE      PIC X(8).
    05  EXA-TO-DATE        PIC X(8).
    05  EXA-REASON         PIC X(2).
    05  EXA-DOC-REF        PIC X(15).
    05  EXA-SESSIONS       PIC 9(3).
    05  EXA-STATUS         PIC X.
    05  FILLER             PIC X(36).

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  FILLER             PIC X(40).

FD  SESSIONS-FILE.
01  SESSIONS-RECORD.
    05  SES-SCHEDULED      PIC 9(4).

FD  WARN-CONFIG-FILE.
01  WARN-CONFIG-RECORD.
    05  WCF-WARN-PCT       PIC 9(3).
    05  WCF-SESSIONS-HELD  PIC 9(4).

FD  SCHEDULE-FILE.
01  SCHEDULE-RECORD.
    05  SCH-STUDENT-ID     PIC X(10).
    05  SCH-INSTALLMENT-NO PIC 9(2).
    05  SCH-DUE-DATE       PIC X(8).
    05  SCH-AMOUNT         PIC 9(7)V99.

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

FD  DISCIPLINE-FILE.
01  DISCIPLINE-RECORD.
    05  DSC-CASE-NO        PIC 9(5).
    05  DSC-STUDENT-ID     PIC X(10).
    05  DSC-CATEGORY       PIC X(15).
    05  DSC-STATUS         PIC X.
        88  CASE-OPEN       VALUE 'O'.
        88  CASE-RESOLVED   VALUE 'R'.
        88  CASE-SPENT      VALUE 'S'.
    05  DSC-SANCTION       PIC X(25).
    05  DSC-ANNOTATE       PIC X.
    05  DSC-DECIDED-BY     PIC X(10).
    05  DSC-OPEN-DATE      PIC X(8).
    05  DSC-DECIDED-DATE   PIC X(8).

FD  DEFERRAL-FILE.
01  DEFERRAL-RECORD.
    05  DFR-STUDENT-ID     PIC X(10).
    05  DFR-SEMESTER       PIC 9.
    05  DFR-RETURN-TERM    PIC X(10).
    05  DFR-GRANT-DATE     PIC X(8).
    05  DFR-STATUS         PIC X.
        88  DEFERRAL-ACTIVE   VALUE 'A'.
        88  DEFERRAL-RETURNED VALUE 'R'.

FD  CHECKLIST-FILE.
01  CHECKLIST-RECORD.
    05  DOC-STUDENT-ID     PIC X(10).
    05  DOC-TYPE           PIC X(10).
    05  DOC-RECEIVED-DATE  PIC X(8).
    05  DOC-VERIFIED-BY    PIC X(10).

FD  DOC-TYPES-FILE.
01  DOC-TYPES-RECORD.
    05  DTY-TYPE           PIC X(10).

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
01  FILE-STATUS-ADVISOR    PIC XX.
01  FILE-STATUS-INSTRUCTOR PIC XX.
01  FILE-STATUS-PROBATION  PIC XX.
01  FILE-STATUS-TOTALS     PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  FILE-STATUS-EXCUSAL    PIC XX.
01  WS-CURRENT-TERM        PIC X(10).
01  WS-EXCUSED             PIC 9(4).
01  WS-STUDENT-SESSIONS    PIC 9(4).
01  WS-EXCUSALS-COUNT      PIC 9(4) VALUE 0.
01  WS-EXCUSALS-TABLE.
    05  WS-EXCUSAL-ENTRY   OCCURS 1000 TIMES.
        10  WS-EXC-ID      PIC X(10).
        10  WS-EXC-SESSIONS PIC 9(4).
01  WS-EXC-SCAN            PIC 9(4).
01  WS-EXC-HIT             PIC 9(4).
01  FILE-STATUS-SESSIONS   PIC XX.
01  FILE-STATUS-CONFIG     PIC XX.
01  FILE-STATUS-SCHEDULE   PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-DISCIPLINE PIC XX.
01  FILE-STATUS-DEFERRAL   PIC XX.
01  FILE-STATUS-CHECKLIST  PIC XX.
01  FILE-STATUS-TYPES      PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-OPERATOR-ID         PIC X(10).
01  WS-TODAY               PIC X(8).
01  WS-ID-INPUT            PIC X(10).
01  WS-INS-INPUT           PIC X(6).
01  WS-COHORT-INPUT        PIC X(4).
01  WS-SECTION-INPUT       PIC X.
01  WS-REPLACE             PIC X.
01  WS-ASSIGNED-COUNT      PIC 9(4).
01  WS-KEPT-COUNT          PIC 9(4).

*> Every student, with the details of the highest semester master
*> they are on.
01  WS-STU-COUNT           PIC 9(4) VALUE 0.
01  WS-STU-TABLE.
    05  WS-STU-ENTRY       OCCURS 3000 TIMES.
        10  WS-STU-ID      PIC X(10).
        10  WS-STU-NAME    PIC X(30).
        10  WS-STU-SEM     PIC 9.
        10  WS-STU-COHORT  PIC 9(4).
        10  WS-STU-SECTION PIC X.
        10  WS-STU-WITHDRAWN PIC X.
01  WS-STU-IX              PIC 9(4).
01  WS-STU-HIT             PIC 9(4).
01  WS-CUR-ID              PIC X(10).
01  WS-CUR-NAME            PIC X(30).
01  WS-CUR-SEM             PIC 9.
01  WS-CUR-COHORT          PIC 9(4).
01  WS-CUR-SECTION         PIC X.
01  WS-CUR-WITHDRAWN       PIC X.

01  WS-ADV-COUNT           PIC 9(4) VALUE 0.
01  WS-ADV-TABLE.
    05  WS-ADV-ENTRY       OCCURS 3000 TIMES.
        10  WS-ADV-STUDENT PIC X(10).
        10  WS-ADV-INS     PIC X(6).
        10  WS-ADV-DATE    PIC X(8).
        10  WS-ADV-BY      PIC X(10).
01  WS-ADV-IX              PIC 9(4).
01  WS-ADV-HIT             PIC 9(4).

01  WS-INS-COUNT           PIC 9(3) VALUE 0.
01  WS-INS-TABLE.
    05  WS-INS-ENTRY       OCCURS 500 TIMES.
        10  WS-INS-ID      PIC X(6).
        10  WS-INS-NAME    PIC X(30).
        10  WS-INS-ADVISEES PIC 9(4).
01  WS-INS-IX              PIC 9(3).
01  WS-INS-HIT             PIC 9(3).

*> Flag thresholds, read once per report.
01  WS-WARN-PCT            PIC 9(3) VALUE 65.
01  WS-SESSIONS-HELD       PIC 9(4) VALUE 0.
01  WS-SCHEDULED-SESSIONS  PIC 9(4) VALUE 100.
01  WS-REQ-COUNT           PIC 9(2) VALUE 0.
01  WS-REQ-TABLE.
    05  WS-REQ-TYPE        OCCURS 20 TIMES PIC X(10).
01  WS-REQ-IX              PIC 9(2).
01  WS-HAVE-IT             PIC X.

*> Flags for the advisee being listed.
01  WS-CUR-STUDENT         PIC X(10).
01  WS-FLAG-PROBATION      PIC X.
01  WS-ATT-PCT             PIC 9(3).
01  WS-ATT-FOUND           PIC X.
01  WS-FLAG-DISCIPLINE     PIC X.
01  WS-FLAG-DEFERRAL       PIC X.
01  WS-MISSING-DOCS        PIC 9(2).
01  WS-FLAG-LINE           PIC X(60).
01  WS-FLAGGED-COUNT       PIC 9(4).
01  WS-CASELOAD-COUNT      PIC 9(4).
01  WS-REPORT-INS          PIC X(6).

01  WS-INST-COUNT          PIC 9(2) VALUE 0.
01  WS-INST-TABLE.
    05  WS-INST-ENTRY      OCCURS 24 TIMES.
        10  WS-INST-DUE    PIC X(8).
        10  WS-INST-AMT    PIC 9(7)V99.
01  WS-INST-IX             PIC 9(2).
01  WS-INST-JX             PIC 9(2).
01  WS-SWAP-DUE            PIC X(8).
01  WS-SWAP-AMT            PIC 9(7)V99.
01  WS-PAYMENT-TOTAL       PIC 9(8)V99.
01  WS-WAIVER-TOTAL        PIC 9(8)V99.
01  WS-REFUND-TOTAL        PIC 9(8)V99.
01  WS-SETTLED-TOTAL       PIC 9(8)V99.
01  WS-CUM-DUE             PIC 9(8)V99.
01  WS-UNPAID              PIC 9(8)V99.
01  WS-OVERDUE-TOTAL       PIC 9(8)V99.
01  WS-AMT-DISP            PIC Z(6)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Academic Advisor Assignment ---"
    DISPLAY "Enter your Staff ID: "
    ACCEPT WS-OPERATOR-ID
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    DISPLAY "1. Assign an advisor to a student"
    DISPLAY "2. Bulk assign by cohort and section"
    DISPLAY "3. Advisor caseload report"
    DISPLAY "4. List advisors and caseload sizes"
    DISPLAY "Enter choice (1-4): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM ASSIGN-ONE-STUDENT
        WHEN '2'
            PERFORM BULK-ASSIGN
        WHEN '3'
            PERFORM CASELOAD-REPORT
        WHEN '4'
            PERFORM LIST-ADVISORS
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

ASSIGN-ONE-STUDENT.
    DISPLAY "Enter Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM LOAD-STUDENTS
    MOVE WS-ID-INPUT TO WS-CUR-ID
    PERFORM FIND-STUDENT
    IF WS-STU-HIT = 0
        DISPLAY "Student " WS-ID-INPUT " is not on any semester "
            "master."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Advisor instructor ID: "
    ACCEPT WS-INS-INPUT
    PERFORM LOAD-INSTRUCTORS
    PERFORM FIND-INSTRUCTOR
    IF WS-INS-HIT = 0
        DISPLAY "Instructor " WS-INS-INPUT " is not on "
            "instructor_master.dat."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-ASSIGNMENTS
    PERFORM FIND-ASSIGNMENT
    IF WS-ADV-HIT > 0
        DISPLAY "Previous advisor " WS-ADV-INS(WS-ADV-HIT)
            " replaced."
    END-IF
    PERFORM SET-ASSIGNMENT
    PERFORM SAVE-ASSIGNMENTS
    DISPLAY FUNCTION TRIM(WS-STU-NAME(WS-STU-HIT)) " assigned to "
        FUNCTION TRIM(WS-INS-NAME(WS-INS-HIT)) ".".

BULK-ASSIGN.
    DISPLAY "Cohort year (YYYY): "
    ACCEPT WS-COHORT-INPUT
    IF WS-COHORT-INPUT IS NOT NUMERIC
        DISPLAY "Cohort year must be YYYY."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Section (blank = every section of the cohort): "
    ACCEPT WS-SECTION-INPUT
    MOVE FUNCTION UPPER-CASE(WS-SECTION-INPUT) TO WS-SECTION-INPUT
    DISPLAY "Advisor instructor ID: "
    ACCEPT WS-INS-INPUT
    PERFORM LOAD-INSTRUCTORS
    PERFORM FIND-INSTRUCTOR
    IF WS-INS-HIT = 0
        DISPLAY "Instructor " WS-INS-INPUT " is not on "
            "instructor_master.dat."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Replace students' existing advisors (Y/N): "
    ACCEPT WS-REPLACE
    MOVE FUNCTION UPPER-CASE(WS-REPLACE) TO WS-REPLACE
    PERFORM LOAD-STUDENTS
    PERFORM LOAD-ASSIGNMENTS
    MOVE 0 TO WS-ASSIGNED-COUNT
    MOVE 0 TO WS-KEPT-COUNT
    PERFORM VARYING WS-STU-HIT FROM 1 BY 1
            UNTIL WS-STU-HIT > WS-STU-COUNT
        IF WS-STU-COHORT(WS-STU-HIT) = FUNCTION NUMVAL(WS-COHORT-INPUT)
                AND (WS-SECTION-INPUT = SPACE
                    OR WS-STU-SECTION(WS-STU-HIT) = WS-SECTION-INPUT)
                AND WS-STU-WITHDRAWN(WS-STU-HIT) NOT = 'W'
            MOVE WS-STU-ID(WS-STU-HIT) TO WS-ID-INPUT
            PERFORM FIND-ASSIGNMENT
            IF WS-ADV-HIT > 0 AND WS-REPLACE NOT = 'Y'
                ADD 1 TO WS-KEPT-COUNT
            ELSE
                PERFORM SET-ASSIGNMENT
                ADD 1 TO WS-ASSIGNED-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF WS-ASSIGNED-COUNT > 0
        PERFORM SAVE-ASSIGNMENTS
    END-IF
    DISPLAY WS-ASSIGNED-COUNT " student(s) assigned to "
        FUNCTION TRIM(WS-INS-NAME(WS-INS-HIT)) "; " WS-KEPT-COUNT
        " kept their existing advisor.".

SET-ASSIGNMENT.
    *> WS-ID-INPUT to WS-INS-INPUT, replacing row WS-ADV-HIT if any.
    IF WS-ADV-HIT = 0
        IF WS-ADV-COUNT >= 3000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-ADV-COUNT
        MOVE WS-ADV-COUNT TO WS-ADV-HIT
        MOVE WS-ID-INPUT TO WS-ADV-STUDENT(WS-ADV-HIT)
    END-IF
    MOVE WS-INS-INPUT TO WS-ADV-INS(WS-ADV-HIT)
    MOVE WS-TODAY TO WS-ADV-DATE(WS-ADV-HIT)
    MOVE WS-OPERATOR-ID TO WS-ADV-BY(WS-ADV-HIT).

CASELOAD-REPORT.
    DISPLAY "Advisor instructor ID: "
    ACCEPT WS-REPORT-INS
    PERFORM LOAD-INSTRUCTORS
    MOVE WS-REPORT-INS TO WS-INS-INPUT
    PERFORM FIND-INSTRUCTOR
    IF WS-INS-HIT = 0
        DISPLAY "Instructor " WS-REPORT-INS " is not on "
            "instructor_master.dat."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-STUDENTS
    PERFORM LOAD-ASSIGNMENTS
    PERFORM LOAD-WARN-CONFIG
    PERFORM LOAD-REQUIRED-TYPES
    DISPLAY "===== Advisee Caseload: " WS-REPORT-INS " "
        FUNCTION TRIM(WS-INS-NAME(WS-INS-HIT)) " ====="
    DISPLAY "StudentID   Name                           Sem Sec "
        "Flags"
    MOVE 0 TO WS-CASELOAD-COUNT
    MOVE 0 TO WS-FLAGGED-COUNT
    PERFORM VARYING WS-ADV-IX FROM 1 BY 1
            UNTIL WS-ADV-IX > WS-ADV-COUNT
        IF WS-ADV-INS(WS-ADV-IX) = WS-REPORT-INS
            ADD 1 TO WS-CASELOAD-COUNT
            MOVE WS-ADV-STUDENT(WS-ADV-IX) TO WS-CUR-STUDENT
            PERFORM LIST-ONE-ADVISEE
        END-IF
    END-PERFORM
    DISPLAY " "
    DISPLAY WS-CASELOAD-COUNT " advisee(s), " WS-FLAGGED-COUNT
        " with at least one flag."
    DISPLAY "Flags: PROB probation, ATT attendance %, FEES overdue "
        "amount, DISC open case,"
    DISPLAY "       DEFER active deferral, DOCS documents "
        "outstanding, WDRN withdrawn.".

LIST-ONE-ADVISEE.
    MOVE WS-CUR-STUDENT TO WS-CUR-ID
    PERFORM FIND-STUDENT
    MOVE SPACES TO WS-FLAG-LINE
    PERFORM CHECK-PROBATION
    IF WS-FLAG-PROBATION = 'Y'
        PERFORM ADD-FLAG-SEPARATOR
        STRING FUNCTION TRIM(WS-FLAG-LINE) "PROB"
            DELIMITED BY SIZE INTO WS-FLAG-LINE
    END-IF
    PERFORM CHECK-ATTENDANCE
    IF WS-ATT-FOUND = 'Y' AND WS-ATT-PCT < WS-WARN-PCT
        PERFORM ADD-FLAG-SEPARATOR
        STRING FUNCTION TRIM(WS-FLAG-LINE) "ATT " WS-ATT-PCT "%"
            DELIMITED BY SIZE INTO WS-FLAG-LINE
    END-IF
    PERFORM CHECK-FEE-ARREARS
    IF WS-OVERDUE-TOTAL > 0
        MOVE WS-OVERDUE-TOTAL TO WS-AMT-DISP
        PERFORM ADD-FLAG-SEPARATOR
        STRING FUNCTION TRIM(WS-FLAG-LINE) "FEES "
            FUNCTION TRIM(WS-AMT-DISP)
            DELIMITED BY SIZE INTO WS-FLAG-LINE
    END-IF
    PERFORM CHECK-DISCIPLINE
    IF WS-FLAG-DISCIPLINE = 'Y'
        PERFORM ADD-FLAG-SEPARATOR
        STRING FUNCTION TRIM(WS-FLAG-LINE) "DISC"
            DELIMITED BY SIZE INTO WS-FLAG-LINE
    END-IF
    PERFORM CHECK-DEFERRAL
    IF WS-FLAG-DEFERRAL = 'Y'
        PERFORM ADD-FLAG-SEPARATOR
        STRING FUNCTION TRIM(WS-FLAG-LINE) "DEFER"
            DELIMITED BY SIZE INTO WS-FLAG-LINE
    END-IF
    PERFORM COUNT-MISSING-DOCS
    IF WS-MISSING-DOCS > 0
        PERFORM ADD-FLAG-SEPARATOR
        STRING FUNCTION TRIM(WS-FLAG-LINE) "DOCS " WS-MISSING-DOCS
            DELIMITED BY SIZE INTO WS-FLAG-LINE
    END-IF
    IF WS-STU-HIT > 0
        IF WS-STU-WITHDRAWN(WS-STU-HIT) = 'W'
            PERFORM ADD-FLAG-SEPARATOR
            STRING FUNCTION TRIM(WS-FLAG-LINE) "WDRN"
                DELIMITED BY SIZE INTO WS-FLAG-LINE
        END-IF
    END-IF
    IF WS-FLAG-LINE NOT = SPACES
        ADD 1 TO WS-FLAGGED-COUNT
    END-IF
    IF WS-STU-HIT > 0
        DISPLAY WS-CUR-STUDENT "  " WS-STU-NAME(WS-STU-HIT) " "
            WS-STU-SEM(WS-STU-HIT) "   " WS-STU-SECTION(WS-STU-HIT)
            "   " WS-FLAG-LINE
    ELSE
        DISPLAY WS-CUR-STUDENT "  (not on any semester master)     "
            "        " WS-FLAG-LINE
    END-IF.

ADD-FLAG-SEPARATOR.
    IF WS-FLAG-LINE NOT = SPACES
        STRING FUNCTION TRIM(WS-FLAG-LINE) " / "
            DELIMITED BY SIZE INTO WS-FLAG-LINE
    END-IF.

CHECK-PROBATION.
    MOVE 'N' TO WS-FLAG-PROBATION
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROBATION-FILE
    IF FILE-STATUS-PROBATION NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROBATION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PR-STUDENT-ID = WS-CUR-STUDENT
                    MOVE 'Y' TO WS-FLAG-PROBATION
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROBATION NOT = "35"
        CLOSE PROBATION-FILE
    END-IF.

CHECK-ATTENDANCE.
    *> Same percentage ATTEND-WARN works out.
    MOVE 'N' TO WS-ATT-FOUND
    MOVE 0 TO WS-ATT-PCT
    MOVE 'N' TO WS-EOF
    OPEN INPUT TOTALS-FILE
    IF FILE-STATUS-TOTALS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ TOTALS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF TOT-STUDENT-ID = WS-CUR-STUDENT
                    MOVE 'Y' TO WS-ATT-FOUND
                    PERFORM FIND-STUDENT-SESSIONS
                    COMPUTE WS-ATT-PCT ROUNDED =
                        (TOT-PRESENT-COUNT * 100) / WS-STUDENT-SESSIONS
                    IF WS-ATT-PCT > 100
                        MOVE 100 TO WS-ATT-PCT
                    END-IF
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-TOTALS NOT = "35"
        CLOSE TOTALS-FILE
    END-IF.

CHECK-FEE-ARREARS.
    *> Overdue amount as FEE-AGING ages it: settlements are applied
    *> to installments oldest-first.
    MOVE 0 TO WS-OVERDUE-TOTAL
    MOVE 0 TO WS-INST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT SCHEDULE-FILE
    IF FILE-STATUS-SCHEDULE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ SCHEDULE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SCH-STUDENT-ID = WS-CUR-STUDENT
                        AND WS-INST-COUNT < 24
                    ADD 1 TO WS-INST-COUNT
                    MOVE SCH-DUE-DATE TO WS-INST-DUE(WS-INST-COUNT)
                    MOVE SCH-AMOUNT TO WS-INST-AMT(WS-INST-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SCHEDULE NOT = "35"
        CLOSE SCHEDULE-FILE
    END-IF
    IF WS-INST-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-INST-IX FROM 1 BY 1
            UNTIL WS-INST-IX >= WS-INST-COUNT
        PERFORM VARYING WS-INST-JX FROM 1 BY 1
                UNTIL WS-INST-JX >= WS-INST-COUNT
            IF WS-INST-DUE(WS-INST-JX) >
                    WS-INST-DUE(WS-INST-JX + 1)
                MOVE WS-INST-DUE(WS-INST-JX) TO WS-SWAP-DUE
                MOVE WS-INST-AMT(WS-INST-JX) TO WS-SWAP-AMT
                MOVE WS-INST-DUE(WS-INST-JX + 1)
                    TO WS-INST-DUE(WS-INST-JX)
                MOVE WS-INST-AMT(WS-INST-JX + 1)
                    TO WS-INST-AMT(WS-INST-JX)
                MOVE WS-SWAP-DUE TO WS-INST-DUE(WS-INST-JX + 1)
                MOVE WS-SWAP-AMT TO WS-INST-AMT(WS-INST-JX + 1)
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE 0 TO WS-PAYMENT-TOTAL
    MOVE 0 TO WS-WAIVER-TOTAL
    MOVE 0 TO WS-REFUND-TOTAL
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
                IF FEE-STUDENT-ID = WS-CUR-STUDENT
                    IF FEE-IS-PAYMENT
                        ADD FEE-AMOUNT TO WS-PAYMENT-TOTAL
                    END-IF
                    IF FEE-IS-WAIVER
                            AND FEE-DESCRIPTION(1:7) = "WAIVER "
                        ADD FEE-AMOUNT TO WS-WAIVER-TOTAL
                    END-IF
                    IF FEE-IS-REFUND OR FEE-IS-REVERSAL
                        ADD FEE-AMOUNT TO WS-REFUND-TOTAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF
    IF WS-REFUND-TOTAL < WS-PAYMENT-TOTAL + WS-WAIVER-TOTAL
        COMPUTE WS-SETTLED-TOTAL = WS-PAYMENT-TOTAL
            + WS-WAIVER-TOTAL - WS-REFUND-TOTAL
    ELSE
        MOVE 0 TO WS-SETTLED-TOTAL
    END-IF
    MOVE 0 TO WS-CUM-DUE
    PERFORM VARYING WS-INST-IX FROM 1 BY 1
            UNTIL WS-INST-IX > WS-INST-COUNT
        ADD WS-INST-AMT(WS-INST-IX) TO WS-CUM-DUE
        IF WS-INST-DUE(WS-INST-IX) < WS-TODAY
                AND WS-CUM-DUE > WS-SETTLED-TOTAL
            COMPUTE WS-UNPAID = WS-CUM-DUE - WS-SETTLED-TOTAL
            IF WS-UNPAID > WS-INST-AMT(WS-INST-IX)
                MOVE WS-INST-AMT(WS-INST-IX) TO WS-UNPAID
            END-IF
            ADD WS-UNPAID TO WS-OVERDUE-TOTAL
        END-IF
    END-PERFORM.

CHECK-DISCIPLINE.
    MOVE 'N' TO WS-FLAG-DISCIPLINE
    MOVE 'N' TO WS-EOF
    OPEN INPUT DISCIPLINE-FILE
    IF FILE-STATUS-DISCIPLINE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DISCIPLINE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DSC-STUDENT-ID = WS-CUR-STUDENT AND CASE-OPEN
                    MOVE 'Y' TO WS-FLAG-DISCIPLINE
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DISCIPLINE NOT = "35"
        CLOSE DISCIPLINE-FILE
    END-IF.

CHECK-DEFERRAL.
    MOVE 'N' TO WS-FLAG-DEFERRAL
    MOVE 'N' TO WS-EOF
    OPEN INPUT DEFERRAL-FILE
    IF FILE-STATUS-DEFERRAL NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DEFERRAL-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DFR-STUDENT-ID = WS-CUR-STUDENT
                        AND DEFERRAL-ACTIVE
                    MOVE 'Y' TO WS-FLAG-DEFERRAL
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DEFERRAL NOT = "35"
        CLOSE DEFERRAL-FILE
    END-IF.

COUNT-MISSING-DOCS.
    MOVE 0 TO WS-MISSING-DOCS
    PERFORM VARYING WS-REQ-IX FROM 1 BY 1
            UNTIL WS-REQ-IX > WS-REQ-COUNT
        MOVE 'N' TO WS-HAVE-IT
        OPEN INPUT CHECKLIST-FILE
        IF FILE-STATUS-CHECKLIST = "00"
            PERFORM UNTIL FILE-STATUS-CHECKLIST NOT = "00"
                READ CHECKLIST-FILE
                    AT END
                        MOVE "10" TO FILE-STATUS-CHECKLIST
                    NOT AT END
                        IF DOC-STUDENT-ID = WS-CUR-STUDENT
                                AND DOC-TYPE = WS-REQ-TYPE(WS-REQ-IX)
                            MOVE 'Y' TO WS-HAVE-IT
                            MOVE "10" TO FILE-STATUS-CHECKLIST
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CHECKLIST-FILE
        END-IF
        IF WS-HAVE-IT = 'N'
            ADD 1 TO WS-MISSING-DOCS
        END-IF
    END-PERFORM.

LIST-ADVISORS.
    PERFORM LOAD-INSTRUCTORS
    PERFORM LOAD-ASSIGNMENTS
    PERFORM VARYING WS-ADV-IX FROM 1 BY 1
            UNTIL WS-ADV-IX > WS-ADV-COUNT
        MOVE WS-ADV-INS(WS-ADV-IX) TO WS-INS-INPUT
        PERFORM FIND-INSTRUCTOR
        IF WS-INS-HIT > 0
            ADD 1 TO WS-INS-ADVISEES(WS-INS-HIT)
        END-IF
    END-PERFORM
    DISPLAY "InstID  Name                            Advisees"
    PERFORM VARYING WS-INS-IX FROM 1 BY 1
            UNTIL WS-INS-IX > WS-INS-COUNT
        DISPLAY WS-INS-ID(WS-INS-IX) "  " WS-INS-NAME(WS-INS-IX)
            "  " WS-INS-ADVISEES(WS-INS-IX)
    END-PERFORM
    DISPLAY WS-ADV-COUNT " student(s) have an advisor.".

LOAD-WARN-CONFIG.
    OPEN INPUT WARN-CONFIG-FILE
    IF FILE-STATUS-CONFIG = "00"
        READ WARN-CONFIG-FILE
            AT END
                CONTINUE
            NOT AT END
                IF WCF-WARN-PCT > 0
                    MOVE WCF-WARN-PCT TO WS-WARN-PCT
                END-IF
                MOVE WCF-SESSIONS-HELD TO WS-SESSIONS-HELD
        END-READ
        CLOSE WARN-CONFIG-FILE
    END-IF
    OPEN INPUT SESSIONS-FILE
    IF FILE-STATUS-SESSIONS = "00"
        READ SESSIONS-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE SES-SCHEDULED TO WS-SCHEDULED-SESSIONS
        END-READ
        CLOSE SESSIONS-FILE
    END-IF
    IF WS-SCHEDULED-SESSIONS = 0
        MOVE 100 TO WS-SCHEDULED-SESSIONS
    END-IF
    IF WS-SESSIONS-HELD = 0
        MOVE WS-SCHEDULED-SESSIONS TO WS-SESSIONS-HELD
    END-IF
    PERFORM LOAD-EXCUSALS.

LOAD-EXCUSALS.
    *> Approved excusals for the current term that have begun,
    *> summed per student, as ATTEND-WARN takes them.
    MOVE SPACES TO WS-CURRENT-TERM
    OPEN INPUT CALENDAR-FILE
    IF FILE-STATUS-CALENDAR = "00"
        PERFORM UNTIL FILE-STATUS-CALENDAR NOT = "00"
            READ CALENDAR-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-CALENDAR
                NOT AT END
                    IF CAL-TERM NOT = "HOLIDAY"
                        MOVE CAL-TERM TO WS-CURRENT-TERM
                        MOVE "10" TO FILE-STATUS-CALENDAR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CALENDAR-FILE
    END-IF
    MOVE 0 TO WS-EXCUSALS-COUNT
    OPEN INPUT EXCUSAL-FILE
    IF FILE-STATUS-EXCUSAL = "00"
        PERFORM UNTIL FILE-STATUS-EXCUSAL NOT = "00"
            READ EXCUSAL-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-EXCUSAL
                NOT AT END
                    IF EXA-STATUS = 'A'
                            AND EXA-TERM = WS-CURRENT-TERM
                            AND EXA-FROM-DATE <= WS-TODAY
                        PERFORM ADD-ONE-EXCUSAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXCUSAL-FILE
    END-IF.

ADD-ONE-EXCUSAL.
    MOVE 0 TO WS-EXC-HIT
    PERFORM VARYING WS-EXC-SCAN FROM 1 BY 1
            UNTIL WS-EXC-SCAN > WS-EXCUSALS-COUNT
        IF WS-EXC-ID(WS-EXC-SCAN) = EXA-STUDENT-ID
            MOVE WS-EXC-SCAN TO WS-EXC-HIT
        END-IF
    END-PERFORM
    IF WS-EXC-HIT > 0
        ADD EXA-SESSIONS TO WS-EXC-SESSIONS(WS-EXC-HIT)
    ELSE
        IF WS-EXCUSALS-COUNT < 1000
            ADD 1 TO WS-EXCUSALS-COUNT
            MOVE EXA-STUDENT-ID TO WS-EXC-ID(WS-EXCUSALS-COUNT)
            MOVE EXA-SESSIONS TO WS-EXC-SESSIONS(WS-EXCUSALS-COUNT)
        END-IF
    END-IF.

FIND-STUDENT-SESSIONS.
    *> Sessions counted for one student: those held so far less
    *> their approved excused sessions, never below one.
    MOVE 0 TO WS-EXCUSED
    PERFORM VARYING WS-EXC-SCAN FROM 1 BY 1
            UNTIL WS-EXC-SCAN > WS-EXCUSALS-COUNT
        IF WS-EXC-ID(WS-EXC-SCAN) = WS-CUR-STUDENT
            MOVE WS-EXC-SESSIONS(WS-EXC-SCAN) TO WS-EXCUSED
        END-IF
    END-PERFORM
    IF WS-EXCUSED < WS-SESSIONS-HELD
        COMPUTE WS-STUDENT-SESSIONS = WS-SESSIONS-HELD - WS-EXCUSED
    ELSE
        MOVE 1 TO WS-STUDENT-SESSIONS
    END-IF.

LOAD-REQUIRED-TYPES.
    MOVE 0 TO WS-REQ-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT DOC-TYPES-FILE
    IF FILE-STATUS-TYPES NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DOC-TYPES-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DTY-TYPE NOT = SPACES
                        AND WS-REQ-COUNT < 20
                    ADD 1 TO WS-REQ-COUNT
                    MOVE DTY-TYPE TO WS-REQ-TYPE(WS-REQ-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-TYPES NOT = "35"
        CLOSE DOC-TYPES-FILE
    END-IF
    IF WS-REQ-COUNT = 0
        MOVE 3 TO WS-REQ-COUNT
        MOVE "CERT" TO WS-REQ-TYPE(1)
        MOVE "IDCOPY" TO WS-REQ-TYPE(2)
        MOVE "PHOTO" TO WS-REQ-TYPE(3)
    END-IF
    MOVE 'N' TO WS-EOF.

LOAD-ASSIGNMENTS.
    MOVE 0 TO WS-ADV-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT ADVISOR-FILE
    IF FILE-STATUS-ADVISOR NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ADVISOR-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-ADV-COUNT < 3000
                    ADD 1 TO WS-ADV-COUNT
                    MOVE ADV-STUDENT-ID TO WS-ADV-STUDENT(WS-ADV-COUNT)
                    MOVE ADV-INSTRUCTOR-ID TO WS-ADV-INS(WS-ADV-COUNT)
                    MOVE ADV-ASSIGNED-DATE TO WS-ADV-DATE(WS-ADV-COUNT)
                    MOVE ADV-ASSIGNED-BY TO WS-ADV-BY(WS-ADV-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ADVISOR NOT = "35"
        CLOSE ADVISOR-FILE
    END-IF.

SAVE-ASSIGNMENTS.
    OPEN OUTPUT TEMP-ADVISOR-FILE
    PERFORM VARYING WS-ADV-IX FROM 1 BY 1
            UNTIL WS-ADV-IX > WS-ADV-COUNT
        MOVE SPACES TO ADVISOR-RECORD
        MOVE WS-ADV-STUDENT(WS-ADV-IX) TO ADV-STUDENT-ID
        MOVE WS-ADV-INS(WS-ADV-IX) TO ADV-INSTRUCTOR-ID
        MOVE WS-ADV-DATE(WS-ADV-IX) TO ADV-ASSIGNED-DATE
        MOVE WS-ADV-BY(WS-ADV-IX) TO ADV-ASSIGNED-BY
        WRITE TEMP-ADVISOR-RECORD FROM ADVISOR-RECORD
    END-PERFORM
    CLOSE TEMP-ADVISOR-FILE
    CALL "CBL_DELETE_FILE" USING "advisor_assignments.dat"
    CALL "CBL_RENAME_FILE" USING "temp_advisor_assignments.dat"
        "advisor_assignments.dat".

FIND-ASSIGNMENT.
    MOVE 0 TO WS-ADV-HIT
    PERFORM VARYING WS-ADV-IX FROM 1 BY 1
            UNTIL WS-ADV-IX > WS-ADV-COUNT OR WS-ADV-HIT > 0
        IF WS-ADV-STUDENT(WS-ADV-IX) = WS-ID-INPUT
            MOVE WS-ADV-IX TO WS-ADV-HIT
        END-IF
    END-PERFORM.

FIND-INSTRUCTOR.
    MOVE 0 TO WS-INS-HIT
    PERFORM VARYING WS-INS-IX FROM 1 BY 1
            UNTIL WS-INS-IX > WS-INS-COUNT OR WS-INS-HIT > 0
        IF WS-INS-ID(WS-INS-IX) = WS-INS-INPUT
            MOVE WS-INS-IX TO WS-INS-HIT
        END-IF
    END-PERFORM.

LOAD-INSTRUCTORS.
    MOVE 0 TO WS-INS-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT INSTRUCTOR-FILE
    IF FILE-STATUS-INSTRUCTOR NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ INSTRUCTOR-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-INS-COUNT < 500
                    ADD 1 TO WS-INS-COUNT
                    MOVE INS-ID TO WS-INS-ID(WS-INS-COUNT)
                    MOVE INS-NAME TO WS-INS-NAME(WS-INS-COUNT)
                    MOVE 0 TO WS-INS-ADVISEES(WS-INS-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-INSTRUCTOR NOT = "35"
        CLOSE INSTRUCTOR-FILE
    END-IF.

FIND-STUDENT.
    MOVE 0 TO WS-STU-HIT
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT OR WS-STU-HIT > 0
        IF WS-STU-ID(WS-STU-IX) = WS-CUR-ID
            MOVE WS-STU-IX TO WS-STU-HIT
        END-IF
    END-PERFORM.

LOAD-STUDENTS.
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
                MOVE STUDENT-NAME1 TO WS-CUR-NAME
                MOVE 1 TO WS-CUR-SEM
                MOVE COHORT-YEAR1 TO WS-CUR-COHORT
                MOVE SECTION1 TO WS-CUR-SECTION
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
                MOVE STUDENT-NAME2 TO WS-CUR-NAME
                MOVE 2 TO WS-CUR-SEM
                MOVE COHORT-YEAR2 TO WS-CUR-COHORT
                MOVE SECTION2 TO WS-CUR-SECTION
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
                MOVE STUDENT-NAME3 TO WS-CUR-NAME
                MOVE 3 TO WS-CUR-SEM
                MOVE COHORT-YEAR3 TO WS-CUR-COHORT
                MOVE SECTION3 TO WS-CUR-SECTION
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
                MOVE STUDENT-NAME4 TO WS-CUR-NAME
                MOVE 4 TO WS-CUR-SEM
                MOVE COHORT-YEAR4 TO WS-CUR-COHORT
                MOVE SECTION4 TO WS-CUR-SECTION
                MOVE WITHDRAWN4 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM4
    END-IF
    MOVE 'N' TO WS-EOF.

POST-STUDENT.
    PERFORM FIND-STUDENT
    IF WS-STU-HIT = 0
        IF WS-STU-COUNT >= 3000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STU-COUNT
        MOVE WS-STU-COUNT TO WS-STU-HIT
        MOVE WS-CUR-ID TO WS-STU-ID(WS-STU-HIT)
    END-IF
    MOVE WS-CUR-NAME TO WS-STU-NAME(WS-STU-HIT)
    MOVE WS-CUR-SEM TO WS-STU-SEM(WS-STU-HIT)
    MOVE WS-CUR-COHORT TO WS-STU-COHORT(WS-STU-HIT)
    MOVE WS-CUR-SECTION TO WS-STU-SECTION(WS-STU-HIT)
    MOVE WS-CUR-WITHDRAWN TO WS-STU-WITHDRAWN(WS-STU-HIT).
