IDENTIFICATION DIVISION.
PROGRAM-ID. ENROLL-FORECAST.

*> Enrollment forecast and section / instructor demand planning for
*> the coming term. Progression rates are measured per program and
*> cohort from the four masters: of a cohort's students on the
*> Semester N master (deferred students aside), the share also on
*> the Semester N+1 master. The newest cohort on each master is
*> still sitting, so each program's planning rate pools its older
*> cohorts only (planning_config.dat default rate, 90%, when a
*> program has no completed cohort yet).
*> Next term's headcount per semester and program is then:
*>   Semester 1 - the pending intake (offers accepted or released
*>                on admission_offers.dat, or the rows waiting in
*>                admissions_intake.dat when no offer register is
*>                kept) plus the expected SEM1 re-sitters (the
*>                program's historical share of retake_history.dat
*>                applied to the students now sitting SEM1);
*>   Semester 2-4 - the students now sitting the semester below
*>                times the program's progression rate;
*> plus, for every semester, deferred students whose return term on
*> deferral_register.dat is the term being planned.
*> Sections needed come from the projected headcount at the
*> configured class size (default 40); each section needs its six
*> subjects taught for the configured periods a week (default 4).
*> The subject-sections already staffed on subject_assignments.dat
*> are set against that, and any shortfall in periods is converted
*> to instructors at the configured teaching load (default 20
*> periods a week) to hire or reassign. The run is written to
*> enrol_forecast_<date>.txt, catalogued in the spool and
*> logged to activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONFIG-FILE ASSIGN TO "planning_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT RETAKE-HISTORY-FILE ASSIGN TO "retake_history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-RETAKE.
    SELECT DEFERRAL-FILE ASSIGN TO "deferral_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DEFERRAL.
    SELECT OFFER-FILE ASSIGN TO "admission_offers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-OFFER.
    SELECT INTAKE-FILE ASSIGN TO "admissions_intake.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-INTAKE.
    SELECT ASSIGNMENT-FILE ASSIGN TO "subject_assignments.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ASSIGNMENT.
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
FD  CONFIG-FILE.
01  CONFIG-RECORD.
    05  PNC-CLASS-SIZE     PIC 9(3).
    05  PNC-PERIODS        PIC 9(2).
    05  PNC-MAX-LOAD       PIC 9(2).
    05  PNC-DEFAULT-RATE   PIC 9(3).

FD  RETAKE-HISTORY-FILE.
01  RETAKE-HISTORY-RECORD.
    05  RTH-STUDENT-ID     PIC X(10).
    05  FILLER             PIC X(75).
    05  RTH-PROGRAM-CODE   PIC X(3).

FD  DEFERRAL-FILE.
01  DEFERRAL-RECORD.
    05  DFR-STUDENT-ID     PIC X(10).
    05  DFR-SEMESTER       PIC 9.
    05  DFR-RETURN-TERM    PIC X(10).
    05  DFR-GRANT-DATE     PIC X(8).
    05  DFR-STATUS         PIC X.
        88  DEFERRAL-ACTIVE   VALUE 'A'.
        88  DEFERRAL-RETURNED VALUE 'R'.

FD  OFFER-FILE.
01  OFFER-RECORD.
    05  AOF-REF            PIC X(10).
    05  AOF-NAME           PIC X(30).
    05  AOF-PROGRAM        PIC X(3).
    05  AOF-SCORE          PIC 9(3)V99.
    05  AOF-RANK           PIC 9(4).
    05  AOF-STATUS         PIC X.
        88  AOF-ACCEPTED       VALUE 'A'.
        88  AOF-RELEASED       VALUE 'I'.
    05  FILLER             PIC X(50).

FD  INTAKE-FILE.
01  INTAKE-RECORD          PIC X(60).

FD  ASSIGNMENT-FILE.
01  ASSIGNMENT-RECORD.
    05  SA-SEMESTER        PIC 9.
    05  SA-SUBJECT-CODE    PIC X(10).
    05  SA-INSTRUCTOR-ID   PIC X(6).
    05  SA-SECTION         PIC X.

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
    05  STUDENT-SUBJECTS1.
        10  MARK1-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS1       PIC 9(3).
    05  GRADE1             PIC X(2).
    05  ATTENDANCE1        PIC 9(3).
    05  WITHDRAWN1         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR1       PIC X(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1      PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  STUDENT-SUBJECTS2.
        10  MARK2-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS2       PIC 9(3).
    05  GRADE2             PIC X(2).
    05  WITHDRAWN2         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR2       PIC X(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2      PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  STUDENT-SUBJECTS3.
        10  MARK3-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS3       PIC 9(3).
    05  GRADE3             PIC X(2).
    05  WITHDRAWN3         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR3       PIC X(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3      PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  STUDENT-SUBJECTS4.
        10  MARK4-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS4       PIC 9(3).
    05  GRADE4             PIC X(2).
    05  WITHDRAWN4         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR4       PIC X(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4      PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-CONFIG     PIC XX.
01  FILE-STATUS-RETAKE     PIC XX.
01  FILE-STATUS-DEFERRAL   PIC XX.
01  FILE-STATUS-OFFER      PIC XX.
01  FILE-STATUS-INTAKE     PIC XX.
01  FILE-STATUS-ASSIGNMENT PIC XX.
01  FILE-STATUS-REPORT     PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-TODAY               PIC X(8).
01  WS-NUM-INPUT           PIC X(10).
01  WS-PLAN-TERM           PIC X(10).
01  WS-CLASS-SIZE          PIC 9(3) VALUE 40.
01  WS-PERIODS             PIC 9(2) VALUE 4.
01  WS-MAX-LOAD            PIC 9(2) VALUE 20.
01  WS-DEFAULT-RATE        PIC 9(3) VALUE 90.
01  WS-LOG-FUNCTION        PIC X(20).
01  WS-LOG-DETAIL          PIC X(25).
01  WS-REPORT-FILENAME     PIC X(40).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-PARAMS              PIC X(20).

*> The student being tallied, whichever master it came from.
01  WS-SC-SEMESTER         PIC 9.
01  WS-SC-STATUS           PIC X.
01  WS-SC-COHORT           PIC 9(4).
01  WS-SC-PROGRAM          PIC X(3).
01  WS-SC-ON-NEXT          PIC X.
01  WS-NEXT-OPEN           PIC X.
01  WS-NEWEST-COHORT       OCCURS 4 TIMES PIC 9(4).

01  WS-PG-KEY              PIC X(3).
01  WS-PG-IX               PIC 9(2).
01  WS-PG-COUNT            PIC 9(2) VALUE 0.
01  WS-PROGRAM-TABLE.
    05  WS-PG-ENTRY        OCCURS 30 TIMES.
        10  WS-PG-CODE     PIC X(3).
        10  WS-PG-INTAKE   PIC 9(5).
        10  WS-PG-RETAKES  PIC 9(5).
        10  WS-PG-SEM1-ALL PIC 9(5).
        10  WS-PG-RETAKE-PCT PIC 9(3).
        10  WS-PG-SEM      OCCURS 4 TIMES.
            15  WS-PG-CUR      PIC 9(5).
            15  WS-PG-HIST-IN  PIC 9(5).
            15  WS-PG-HIST-OUT PIC 9(5).
            15  WS-PG-RATE     PIC 9(3).
            15  WS-PG-RETURNS  PIC 9(4).
            15  WS-PG-PROJ     PIC 9(5).

01  WS-CH-IX               PIC 9(3).
01  WS-CH-COUNT            PIC 9(3) VALUE 0.
01  WS-COHORT-TABLE.
    05  WS-CH-ENTRY        OCCURS 300 TIMES.
        10  WS-CH-PROGRAM  PIC X(3).
        10  WS-CH-COHORT   PIC 9(4).
        10  WS-CH-SEMESTER PIC 9.
        10  WS-CH-ENTERED  PIC 9(5).
        10  WS-CH-PROGRESSED PIC 9(5).

01  WS-SEM-IX              PIC 9.
01  WS-NEXT-SEM            PIC 9.
01  WS-SEMESTER-TABLE.
    05  WS-SM-ENTRY        OCCURS 4 TIMES.
        10  WS-SM-PROJ         PIC 9(5).
        10  WS-SM-SECTIONS     PIC 9(3).
        10  WS-SM-SECT-LIST    PIC X(40).
        10  WS-SM-SECT-STAFFED PIC 9(3).
        10  WS-SM-SUBJ-NEEDED  PIC 9(4).
        10  WS-SM-SUBJ-STAFFED PIC 9(4).
        10  WS-SM-PER-NEEDED   PIC 9(5).
        10  WS-SM-PER-STAFFED  PIC 9(5).
        10  WS-SM-SHORT        PIC 9(5).
01  WS-SECT-TALLY          PIC 9(3).
01  WS-TOTAL-SHORT         PIC 9(6) VALUE 0.
01  WS-HIRE-COUNT          PIC 9(4) VALUE 0.
01  WS-TOTAL-PROJ          PIC 9(6) VALUE 0.
01  WS-RATE-WORK           PIC 9(5).
01  WS-SCAN-IX             PIC 9(3).
01  WS-INTAKE-SOURCE       PIC X(30).
01  WS-IMP-ID              PIC X(10).
01  WS-IMP-NAME            PIC X(30).
01  WS-IMP-PROGRAM         PIC X(3).
01  WS-DFR-PROGRAM         PIC X(3).
01  WS-DFR-FOUND           PIC X.
01  WS-NOTE                PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-CONFIG
    DISPLAY "--- Enrollment Forecast and Demand Planning ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. Run the forecast for the coming term"
    DISPLAY "2. Planning settings"
    DISPLAY "Enter choice (1-2): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM RUN-FORECAST
        WHEN '2'
            PERFORM SET-CONFIG
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

LOAD-CONFIG.
    OPEN INPUT CONFIG-FILE
    IF FILE-STATUS-CONFIG = "00"
        READ CONFIG-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PNC-CLASS-SIZE IS NUMERIC AND PNC-CLASS-SIZE > 0
                    MOVE PNC-CLASS-SIZE TO WS-CLASS-SIZE
                END-IF
                IF PNC-PERIODS IS NUMERIC AND PNC-PERIODS > 0
                    MOVE PNC-PERIODS TO WS-PERIODS
                END-IF
                IF PNC-MAX-LOAD IS NUMERIC AND PNC-MAX-LOAD > 0
                    MOVE PNC-MAX-LOAD TO WS-MAX-LOAD
                END-IF
                IF PNC-DEFAULT-RATE IS NUMERIC
                        AND PNC-DEFAULT-RATE <= 100
                    MOVE PNC-DEFAULT-RATE TO WS-DEFAULT-RATE
                END-IF
        END-READ
        CLOSE CONFIG-FILE
    END-IF.

SET-CONFIG.
    DISPLAY "Enter each setting (Enter keeps the current value)."
    DISPLAY "Class size per section [" WS-CLASS-SIZE "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        IF FUNCTION NUMVAL(WS-NUM-INPUT) >= 1
                AND FUNCTION NUMVAL(WS-NUM-INPUT) <= 999
            MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-CLASS-SIZE
        ELSE
            DISPLAY "Class size must be 1-999 - kept at "
                WS-CLASS-SIZE "."
        END-IF
    END-IF
    DISPLAY "Teaching periods per subject per week [" WS-PERIODS
        "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        IF FUNCTION NUMVAL(WS-NUM-INPUT) >= 1
                AND FUNCTION NUMVAL(WS-NUM-INPUT) <= 48
            MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-PERIODS
        ELSE
            DISPLAY "Periods must be 1-48 - kept at " WS-PERIODS "."
        END-IF
    END-IF
    DISPLAY "Instructor teaching load, periods per week ["
        WS-MAX-LOAD "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        IF FUNCTION NUMVAL(WS-NUM-INPUT) >= 1
                AND FUNCTION NUMVAL(WS-NUM-INPUT) <= 48
            MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-MAX-LOAD
        ELSE
            DISPLAY "Load must be 1-48 - kept at " WS-MAX-LOAD "."
        END-IF
    END-IF
    DISPLAY "Progression rate % for a program with no history ["
        WS-DEFAULT-RATE "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        IF FUNCTION NUMVAL(WS-NUM-INPUT) <= 100
            MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-DEFAULT-RATE
        ELSE
            DISPLAY "Rate must be 0-100 - kept at " WS-DEFAULT-RATE
                "."
        END-IF
    END-IF
    OPEN OUTPUT CONFIG-FILE
    MOVE SPACES TO CONFIG-RECORD
    MOVE WS-CLASS-SIZE TO PNC-CLASS-SIZE
    MOVE WS-PERIODS TO PNC-PERIODS
    MOVE WS-MAX-LOAD TO PNC-MAX-LOAD
    MOVE WS-DEFAULT-RATE TO PNC-DEFAULT-RATE
    WRITE CONFIG-RECORD
    CLOSE CONFIG-FILE
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "CLASS " WS-CLASS-SIZE " LOAD " WS-MAX-LOAD
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    MOVE "PLANNING-CONFIG" TO WS-LOG-FUNCTION
    PERFORM LOG-FORECAST-ACTION
    DISPLAY "Planning settings saved.".

RUN-FORECAST.
    DISPLAY "Term being planned (as on academic_calendar.dat): "
    ACCEPT WS-PLAN-TERM
    IF WS-PLAN-TERM = SPACES
        DISPLAY "A term is required - deferral returns are matched "
            "on it."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-PG-COUNT
    MOVE 0 TO WS-CH-COUNT
    INITIALIZE WS-PROGRAM-TABLE
    INITIALIZE WS-SEMESTER-TABLE
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        MOVE 0 TO WS-NEWEST-COHORT(WS-SEM-IX)
    END-PERFORM
    PERFORM SCAN-MASTER-SEM1
    PERFORM SCAN-MASTER-SEM2
    PERFORM SCAN-MASTER-SEM3
    PERFORM SCAN-MASTER-SEM4
    PERFORM POOL-COMPLETED-COHORTS
    PERFORM COUNT-RETAKES
    PERFORM COUNT-PENDING-INTAKE
    PERFORM COUNT-DEFERRAL-RETURNS
    PERFORM PROJECT-HEADCOUNTS
    PERFORM COUNT-STAFFED-SUBJECTS
    PERFORM COMPUTE-DEMAND
    PERFORM WRITE-FORECAST-REPORT
    MOVE SPACES TO WS-PARAMS
    STRING "TERM " WS-PLAN-TERM
        DELIMITED BY SIZE INTO WS-PARAMS
    PERFORM SPOOL-REGISTER-RUN
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "TERM " WS-PLAN-TERM " HIRE " WS-HIRE-COUNT
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    MOVE "ENROLL-FORECAST" TO WS-LOG-FUNCTION
    PERFORM LOG-FORECAST-ACTION
    DISPLAY "Projected headcount " WS-TOTAL-PROJ " for term "
        FUNCTION TRIM(WS-PLAN-TERM) "."
    DISPLAY "Teaching shortfall " WS-TOTAL-SHORT " period(s) a week"
        " = " WS-HIRE-COUNT " instructor(s) to hire or reassign."
    DISPLAY "Forecast written to " FUNCTION TRIM(WS-REPORT-FILENAME).

SCAN-MASTER-SEM1.
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-NEXT-OPEN
    OPEN INPUT STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS = "00"
        MOVE 'Y' TO WS-NEXT-OPEN
    END-IF
    MOVE 1 TO WS-SC-SEMESTER
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM1 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE WITHDRAWN1 TO WS-SC-STATUS
                MOVE 0 TO WS-SC-COHORT
                IF COHORT-YEAR1 IS NUMERIC
                    MOVE COHORT-YEAR1 TO WS-SC-COHORT
                END-IF
                MOVE PROGRAM-CODE1 TO WS-SC-PROGRAM
                MOVE 'N' TO WS-SC-ON-NEXT
                IF WS-NEXT-OPEN = 'Y'
                    MOVE STUDENT-ID1 TO STUDENT-ID2
                    READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE 'Y' TO WS-SC-ON-NEXT
                    END-READ
                END-IF
                PERFORM TALLY-SCANNED-STUDENT
        END-READ
    END-PERFORM
    CLOSE STUDENT-FILE-SEM1
    IF WS-NEXT-OPEN = 'Y'
        CLOSE STUDENT-FILE-SEM2
    END-IF
    MOVE 'N' TO WS-EOF.

SCAN-MASTER-SEM2.
    OPEN INPUT STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-NEXT-OPEN
    OPEN INPUT STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS = "00"
        MOVE 'Y' TO WS-NEXT-OPEN
    END-IF
    MOVE 2 TO WS-SC-SEMESTER
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM2 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE WITHDRAWN2 TO WS-SC-STATUS
                MOVE 0 TO WS-SC-COHORT
                IF COHORT-YEAR2 IS NUMERIC
                    MOVE COHORT-YEAR2 TO WS-SC-COHORT
                END-IF
                MOVE PROGRAM-CODE2 TO WS-SC-PROGRAM
                MOVE 'N' TO WS-SC-ON-NEXT
                IF WS-NEXT-OPEN = 'Y'
                    MOVE STUDENT-ID2 TO STUDENT-ID3
                    READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE 'Y' TO WS-SC-ON-NEXT
                    END-READ
                END-IF
                PERFORM TALLY-SCANNED-STUDENT
        END-READ
    END-PERFORM
    CLOSE STUDENT-FILE-SEM2
    IF WS-NEXT-OPEN = 'Y'
        CLOSE STUDENT-FILE-SEM3
    END-IF
    MOVE 'N' TO WS-EOF.

SCAN-MASTER-SEM3.
    OPEN INPUT STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-NEXT-OPEN
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE 'Y' TO WS-NEXT-OPEN
    END-IF
    MOVE 3 TO WS-SC-SEMESTER
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM3 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE WITHDRAWN3 TO WS-SC-STATUS
                MOVE 0 TO WS-SC-COHORT
                IF COHORT-YEAR3 IS NUMERIC
                    MOVE COHORT-YEAR3 TO WS-SC-COHORT
                END-IF
                MOVE PROGRAM-CODE3 TO WS-SC-PROGRAM
                MOVE 'N' TO WS-SC-ON-NEXT
                IF WS-NEXT-OPEN = 'Y'
                    MOVE STUDENT-ID3 TO STUDENT-ID4
                    READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE 'Y' TO WS-SC-ON-NEXT
                    END-READ
                END-IF
                PERFORM TALLY-SCANNED-STUDENT
        END-READ
    END-PERFORM
    CLOSE STUDENT-FILE-SEM3
    IF WS-NEXT-OPEN = 'Y'
        CLOSE STUDENT-FILE-SEM4
    END-IF
    MOVE 'N' TO WS-EOF.

SCAN-MASTER-SEM4.
    *> Final semester - nobody progresses beyond it; the students
    *> sitting it are shown for completeness only.
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 4 TO WS-SC-SEMESTER
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM4 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE WITHDRAWN4 TO WS-SC-STATUS
                MOVE 0 TO WS-SC-COHORT
                IF COHORT-YEAR4 IS NUMERIC
                    MOVE COHORT-YEAR4 TO WS-SC-COHORT
                END-IF
                MOVE PROGRAM-CODE4 TO WS-SC-PROGRAM
                MOVE 'N' TO WS-SC-ON-NEXT
                PERFORM TALLY-SCANNED-STUDENT
        END-READ
    END-PERFORM
    CLOSE STUDENT-FILE-SEM4
    MOVE 'N' TO WS-EOF.

TALLY-SCANNED-STUDENT.
    *> Deferred students return through the deferral register and
    *> are left out of the rates; withdrawn students count as
    *> entered but not progressed, and are not sitting.
    IF WS-SC-STATUS = 'D'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SC-PROGRAM TO WS-PG-KEY
    PERFORM FIND-PROGRAM-SLOT
    IF WS-PG-IX = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-SC-SEMESTER = 1
        ADD 1 TO WS-PG-SEM1-ALL(WS-PG-IX)
    END-IF
    IF WS-SC-COHORT > WS-NEWEST-COHORT(WS-SC-SEMESTER)
        MOVE WS-SC-COHORT TO WS-NEWEST-COHORT(WS-SC-SEMESTER)
    END-IF
    IF WS-SC-SEMESTER < 4
        PERFORM FIND-COHORT-SLOT
        IF WS-CH-IX > 0
            ADD 1 TO WS-CH-ENTERED(WS-CH-IX)
            IF WS-SC-ON-NEXT = 'Y'
                ADD 1 TO WS-CH-PROGRESSED(WS-CH-IX)
            END-IF
        END-IF
    END-IF
    IF WS-SC-ON-NEXT = 'N' AND WS-SC-STATUS NOT = 'W'
        ADD 1 TO WS-PG-CUR(WS-PG-IX, WS-SC-SEMESTER)
    END-IF.

FIND-PROGRAM-SLOT.
    IF WS-PG-KEY = SPACES
        MOVE "---" TO WS-PG-KEY
    END-IF
    MOVE 0 TO WS-PG-IX
    PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
            UNTIL WS-SCAN-IX > WS-PG-COUNT OR WS-PG-IX > 0
        IF WS-PG-CODE(WS-SCAN-IX) = WS-PG-KEY
            MOVE WS-SCAN-IX TO WS-PG-IX
        END-IF
    END-PERFORM
    IF WS-PG-IX = 0 AND WS-PG-COUNT < 30
        ADD 1 TO WS-PG-COUNT
        MOVE WS-PG-COUNT TO WS-PG-IX
        MOVE WS-PG-KEY TO WS-PG-CODE(WS-PG-IX)
    END-IF.

FIND-COHORT-SLOT.
    MOVE 0 TO WS-CH-IX
    PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
            UNTIL WS-SCAN-IX > WS-CH-COUNT OR WS-CH-IX > 0
        IF WS-CH-PROGRAM(WS-SCAN-IX) = WS-PG-KEY
                AND WS-CH-COHORT(WS-SCAN-IX) = WS-SC-COHORT
                AND WS-CH-SEMESTER(WS-SCAN-IX) = WS-SC-SEMESTER
            MOVE WS-SCAN-IX TO WS-CH-IX
        END-IF
    END-PERFORM
    IF WS-CH-IX = 0 AND WS-CH-COUNT < 300
        ADD 1 TO WS-CH-COUNT
        MOVE WS-CH-COUNT TO WS-CH-IX
        MOVE WS-PG-KEY TO WS-CH-PROGRAM(WS-CH-IX)
        MOVE WS-SC-COHORT TO WS-CH-COHORT(WS-CH-IX)
        MOVE WS-SC-SEMESTER TO WS-CH-SEMESTER(WS-CH-IX)
        MOVE 0 TO WS-CH-ENTERED(WS-CH-IX)
        MOVE 0 TO WS-CH-PROGRESSED(WS-CH-IX)
    END-IF.

POOL-COMPLETED-COHORTS.
    *> A cohort older than the newest one on its master has had its
    *> chance to progress; those are pooled into the program rate.
    PERFORM VARYING WS-CH-IX FROM 1 BY 1 UNTIL WS-CH-IX > WS-CH-COUNT
        IF WS-CH-COHORT(WS-CH-IX)
                < WS-NEWEST-COHORT(WS-CH-SEMESTER(WS-CH-IX))
            MOVE WS-CH-PROGRAM(WS-CH-IX) TO WS-PG-KEY
            PERFORM FIND-PROGRAM-SLOT
            IF WS-PG-IX > 0
                MOVE WS-CH-SEMESTER(WS-CH-IX) TO WS-SEM-IX
                ADD WS-CH-ENTERED(WS-CH-IX)
                    TO WS-PG-HIST-IN(WS-PG-IX, WS-SEM-IX)
                ADD WS-CH-PROGRESSED(WS-CH-IX)
                    TO WS-PG-HIST-OUT(WS-PG-IX, WS-SEM-IX)
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING WS-PG-IX FROM 1 BY 1 UNTIL WS-PG-IX > WS-PG-COUNT
        PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 3
            IF WS-PG-HIST-IN(WS-PG-IX, WS-SEM-IX) > 0
                COMPUTE WS-PG-RATE(WS-PG-IX, WS-SEM-IX) ROUNDED =
                    WS-PG-HIST-OUT(WS-PG-IX, WS-SEM-IX) * 100
                    / WS-PG-HIST-IN(WS-PG-IX, WS-SEM-IX)
            ELSE
                MOVE WS-DEFAULT-RATE
                    TO WS-PG-RATE(WS-PG-IX, WS-SEM-IX)
            END-IF
        END-PERFORM
    END-PERFORM.

COUNT-RETAKES.
    *> retake_history.dat holds each SEM1 attempt archived when the
    *> student re-sat; its share of the SEM1 roll is the program's
    *> re-sit rate.
    MOVE 'N' TO WS-EOF
    OPEN INPUT RETAKE-HISTORY-FILE
    IF FILE-STATUS-RETAKE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ RETAKE-HISTORY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE RTH-PROGRAM-CODE TO WS-PG-KEY
                PERFORM FIND-PROGRAM-SLOT
                IF WS-PG-IX > 0
                    ADD 1 TO WS-PG-RETAKES(WS-PG-IX)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-RETAKE NOT = "35"
        CLOSE RETAKE-HISTORY-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM VARYING WS-PG-IX FROM 1 BY 1 UNTIL WS-PG-IX > WS-PG-COUNT
        MOVE 0 TO WS-PG-RETAKE-PCT(WS-PG-IX)
        IF WS-PG-SEM1-ALL(WS-PG-IX) > 0
            COMPUTE WS-RATE-WORK ROUNDED =
                WS-PG-RETAKES(WS-PG-IX) * 100
                / WS-PG-SEM1-ALL(WS-PG-IX)
            IF WS-RATE-WORK > 100
                MOVE 100 TO WS-RATE-WORK
            END-IF
            MOVE WS-RATE-WORK TO WS-PG-RETAKE-PCT(WS-PG-IX)
        END-IF
    END-PERFORM.

COUNT-PENDING-INTAKE.
    *> Applicants who have accepted (or been released to the import)
    *> but are not yet on the SEM1 master. Without an offer
    *> register, the rows waiting in the import file are the intake.
    MOVE 'N' TO WS-EOF
    OPEN INPUT OFFER-FILE
    IF FILE-STATUS-OFFER = "00"
        MOVE "accepted offers" TO WS-INTAKE-SOURCE
        PERFORM UNTIL END-OF-FILE
            READ OFFER-FILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    IF AOF-ACCEPTED OR AOF-RELEASED
                        MOVE AOF-PROGRAM TO WS-PG-KEY
                        PERFORM FIND-PROGRAM-SLOT
                        IF WS-PG-IX > 0
                            ADD 1 TO WS-PG-INTAKE(WS-PG-IX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OFFER-FILE
        MOVE 'N' TO WS-EOF
        EXIT PARAGRAPH
    END-IF
    MOVE "admissions_intake.dat" TO WS-INTAKE-SOURCE
    OPEN INPUT INTAKE-FILE
    IF FILE-STATUS-INTAKE NOT = "00"
        MOVE "none on file" TO WS-INTAKE-SOURCE
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ INTAKE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE SPACES TO WS-IMP-ID
                MOVE SPACES TO WS-IMP-NAME
                MOVE SPACES TO WS-IMP-PROGRAM
                UNSTRING INTAKE-RECORD DELIMITED BY ","
                    INTO WS-IMP-ID, WS-IMP-NAME, WS-IMP-PROGRAM
                END-UNSTRING
                IF WS-IMP-ID NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(WS-IMP-PROGRAM)
                        TO WS-PG-KEY
                    PERFORM FIND-PROGRAM-SLOT
                    IF WS-PG-IX > 0
                        ADD 1 TO WS-PG-INTAKE(WS-PG-IX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-INTAKE NOT = "35"
        CLOSE INTAKE-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

COUNT-DEFERRAL-RETURNS.
    *> Active deferrals due back in the planned term rejoin the
    *> semester they left; their program is read from that master.
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
                IF DEFERRAL-ACTIVE
                        AND DFR-RETURN-TERM = WS-PLAN-TERM
                        AND DFR-SEMESTER >= 1 AND DFR-SEMESTER <= 4
                    PERFORM FETCH-DEFERRED-PROGRAM
                    MOVE WS-DFR-PROGRAM TO WS-PG-KEY
                    PERFORM FIND-PROGRAM-SLOT
                    IF WS-PG-IX > 0
                        ADD 1
                            TO WS-PG-RETURNS(WS-PG-IX, DFR-SEMESTER)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DEFERRAL NOT = "35"
        CLOSE DEFERRAL-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

FETCH-DEFERRED-PROGRAM.
    MOVE SPACES TO WS-DFR-PROGRAM
    EVALUATE DFR-SEMESTER
        WHEN 1
            OPEN INPUT STUDENT-FILE-SEM1
            IF WS-MASTER-STATUS = "00"
                MOVE DFR-STUDENT-ID TO STUDENT-ID1
                READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PROGRAM-CODE1 TO WS-DFR-PROGRAM
                END-READ
                CLOSE STUDENT-FILE-SEM1
            END-IF
        WHEN 2
            OPEN INPUT STUDENT-FILE-SEM2
            IF WS-MASTER-STATUS = "00"
                MOVE DFR-STUDENT-ID TO STUDENT-ID2
                READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PROGRAM-CODE2 TO WS-DFR-PROGRAM
                END-READ
                CLOSE STUDENT-FILE-SEM2
            END-IF
        WHEN 3
            OPEN INPUT STUDENT-FILE-SEM3
            IF WS-MASTER-STATUS = "00"
                MOVE DFR-STUDENT-ID TO STUDENT-ID3
                READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PROGRAM-CODE3 TO WS-DFR-PROGRAM
                END-READ
                CLOSE STUDENT-FILE-SEM3
            END-IF
        WHEN OTHER
            OPEN INPUT STUDENT-FILE-SEM4
            IF WS-MASTER-STATUS = "00"
                MOVE DFR-STUDENT-ID TO STUDENT-ID4
                READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PROGRAM-CODE4 TO WS-DFR-PROGRAM
                END-READ
                CLOSE STUDENT-FILE-SEM4
            END-IF
    END-EVALUATE.

PROJECT-HEADCOUNTS.
    MOVE 0 TO WS-TOTAL-PROJ
    PERFORM VARYING WS-PG-IX FROM 1 BY 1 UNTIL WS-PG-IX > WS-PG-COUNT
        COMPUTE WS-PG-PROJ(WS-PG-IX, 1) ROUNDED =
            WS-PG-INTAKE(WS-PG-IX)
            + WS-PG-CUR(WS-PG-IX, 1) * WS-PG-RETAKE-PCT(WS-PG-IX)
              / 100
            + WS-PG-RETURNS(WS-PG-IX, 1)
        PERFORM VARYING WS-SEM-IX FROM 2 BY 1 UNTIL WS-SEM-IX > 4
            COMPUTE WS-PG-PROJ(WS-PG-IX, WS-SEM-IX) ROUNDED =
                WS-PG-CUR(WS-PG-IX, WS-SEM-IX - 1)
                * WS-PG-RATE(WS-PG-IX, WS-SEM-IX - 1) / 100
                + WS-PG-RETURNS(WS-PG-IX, WS-SEM-IX)
        END-PERFORM
        PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
            ADD WS-PG-PROJ(WS-PG-IX, WS-SEM-IX)
                TO WS-SM-PROJ(WS-SEM-IX)
            ADD WS-PG-PROJ(WS-PG-IX, WS-SEM-IX) TO WS-TOTAL-PROJ
        END-PERFORM
    END-PERFORM.

COUNT-STAFFED-SUBJECTS.
    *> Each subject_assignments.dat row staffs one subject for one
    *> section; the distinct section letters are the sections
    *> already opened for the semester.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ASSIGNMENT-FILE
    IF FILE-STATUS-ASSIGNMENT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ASSIGNMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SA-SEMESTER >= 1 AND SA-SEMESTER <= 4
                    MOVE SA-SEMESTER TO WS-SEM-IX
                    ADD 1 TO WS-SM-SUBJ-STAFFED(WS-SEM-IX)
                    MOVE 0 TO WS-SECT-TALLY
                    INSPECT WS-SM-SECT-LIST(WS-SEM-IX)
                        TALLYING WS-SECT-TALLY FOR ALL SA-SECTION
                    IF WS-SECT-TALLY = 0 AND SA-SECTION NOT = SPACE
                            AND WS-SM-SECT-STAFFED(WS-SEM-IX) < 40
                        ADD 1 TO WS-SM-SECT-STAFFED(WS-SEM-IX)
                        MOVE SA-SECTION TO WS-SM-SECT-LIST(WS-SEM-IX)
                            (WS-SM-SECT-STAFFED(WS-SEM-IX):1)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ASSIGNMENT NOT = "35"
        CLOSE ASSIGNMENT-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

COMPUTE-DEMAND.
    MOVE 0 TO WS-TOTAL-SHORT
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        COMPUTE WS-SM-SECTIONS(WS-SEM-IX) =
            WS-SM-PROJ(WS-SEM-IX) / WS-CLASS-SIZE
        IF WS-SM-SECTIONS(WS-SEM-IX) * WS-CLASS-SIZE
                < WS-SM-PROJ(WS-SEM-IX)
            ADD 1 TO WS-SM-SECTIONS(WS-SEM-IX)
        END-IF
        COMPUTE WS-SM-SUBJ-NEEDED(WS-SEM-IX) =
            WS-SM-SECTIONS(WS-SEM-IX) * 6
        COMPUTE WS-SM-PER-NEEDED(WS-SEM-IX) =
            WS-SM-SUBJ-NEEDED(WS-SEM-IX) * WS-PERIODS
        COMPUTE WS-SM-PER-STAFFED(WS-SEM-IX) =
            WS-SM-SUBJ-STAFFED(WS-SEM-IX) * WS-PERIODS
        MOVE 0 TO WS-SM-SHORT(WS-SEM-IX)
        IF WS-SM-PER-NEEDED(WS-SEM-IX) > WS-SM-PER-STAFFED(WS-SEM-IX)
            COMPUTE WS-SM-SHORT(WS-SEM-IX) =
                WS-SM-PER-NEEDED(WS-SEM-IX)
                - WS-SM-PER-STAFFED(WS-SEM-IX)
        END-IF
        ADD WS-SM-SHORT(WS-SEM-IX) TO WS-TOTAL-SHORT
    END-PERFORM
    COMPUTE WS-HIRE-COUNT = WS-TOTAL-SHORT / WS-MAX-LOAD
    IF WS-HIRE-COUNT * WS-MAX-LOAD < WS-TOTAL-SHORT
        ADD 1 TO WS-HIRE-COUNT
    END-IF.

WRITE-FORECAST-REPORT.
    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "enrol_forecast_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING "ENROLLMENT FORECAST FOR TERM " WS-PLAN-TERM
        "  (run " WS-TODAY ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Class size " WS-CLASS-SIZE "  periods/subject "
        WS-PERIODS "  instructor load " WS-MAX-LOAD
        "  default rate " WS-DEFAULT-RATE "%"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Pending intake from " WS-INTAKE-SOURCE
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "PROGRESSION BY PROGRAM AND COHORT" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Prog Cohort Sem->Next Entered Progressed Rate%"
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-CH-IX FROM 1 BY 1 UNTIL WS-CH-IX > WS-CH-COUNT
        MOVE 0 TO WS-RATE-WORK
        IF WS-CH-ENTERED(WS-CH-IX) > 0
            COMPUTE WS-RATE-WORK ROUNDED =
                WS-CH-PROGRESSED(WS-CH-IX) * 100
                / WS-CH-ENTERED(WS-CH-IX)
        END-IF
        MOVE SPACES TO WS-NOTE
        IF WS-CH-COHORT(WS-CH-IX)
                >= WS-NEWEST-COHORT(WS-CH-SEMESTER(WS-CH-IX))
            MOVE "(sitting)" TO WS-NOTE
        END-IF
        COMPUTE WS-NEXT-SEM = WS-CH-SEMESTER(WS-CH-IX) + 1
        MOVE SPACES TO REPORT-LINE
        STRING WS-CH-PROGRAM(WS-CH-IX) "  "
            WS-CH-COHORT(WS-CH-IX) "   "
            WS-CH-SEMESTER(WS-CH-IX) "->" WS-NEXT-SEM "      "
            WS-CH-ENTERED(WS-CH-IX) "    "
            WS-CH-PROGRESSED(WS-CH-IX) "      "
            WS-RATE-WORK(3:3) " " WS-NOTE
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "PROJECTED HEADCOUNT BY SEMESTER AND PROGRAM" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Prog Sem Sitting Rate% Intake Resit% Returns Projected"
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-PG-IX FROM 1 BY 1 UNTIL WS-PG-IX > WS-PG-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING WS-PG-CODE(WS-PG-IX) "   1  "
            WS-PG-CUR(WS-PG-IX, 1) "    -  "
            WS-PG-INTAKE(WS-PG-IX) "  "
            WS-PG-RETAKE-PCT(WS-PG-IX) "    "
            WS-PG-RETURNS(WS-PG-IX, 1) "    "
            WS-PG-PROJ(WS-PG-IX, 1)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM VARYING WS-SEM-IX FROM 2 BY 1 UNTIL WS-SEM-IX > 4
            MOVE SPACES TO REPORT-LINE
            STRING WS-PG-CODE(WS-PG-IX) "   " WS-SEM-IX "  "
                WS-PG-CUR(WS-PG-IX, WS-SEM-IX) "  "
                WS-PG-RATE(WS-PG-IX, WS-SEM-IX - 1) "      -      -  "
                WS-PG-RETURNS(WS-PG-IX, WS-SEM-IX) "    "
                WS-PG-PROJ(WS-PG-IX, WS-SEM-IX)
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-PERFORM
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "SECTION AND INSTRUCTOR DEMAND" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Sem Projected Sections Open Subj-need Staffed Per-need "
        TO REPORT-LINE
    MOVE "Per-staffed Shortfall" TO REPORT-LINE(56:21)
    WRITE REPORT-LINE
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        MOVE SPACES TO REPORT-LINE
        STRING " " WS-SEM-IX "  " WS-SM-PROJ(WS-SEM-IX) "     "
            WS-SM-SECTIONS(WS-SEM-IX) "    "
            WS-SM-SECT-STAFFED(WS-SEM-IX) "  "
            WS-SM-SUBJ-NEEDED(WS-SEM-IX) "     "
            WS-SM-SUBJ-STAFFED(WS-SEM-IX) "    "
            WS-SM-PER-NEEDED(WS-SEM-IX) "   "
            WS-SM-PER-STAFFED(WS-SEM-IX) "       "
            WS-SM-SHORT(WS-SEM-IX)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Projected headcount: " WS-TOTAL-PROJ
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Teaching shortfall: " WS-TOTAL-SHORT
        " period(s) a week = " WS-HIRE-COUNT
        " instructor(s) to hire or reassign"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE.

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
    MOVE "ENROLL-FORECAST" TO SPL-REPORT-ID
    MOVE WS-PARAMS TO SPL-PARAMS
    MOVE WS-STAFF-ID TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-REPORT-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.

LOG-FORECAST-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID TO ACT-STAFF-ID
    MOVE WS-LOG-FUNCTION TO ACT-FUNCTION
    MOVE SPACES TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-LOG-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
