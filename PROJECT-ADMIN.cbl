IDENTIFICATION DIVISION.
PROGRAM-ID. PROJECT-ADMIN.

*> Final-year (Semester 4) project supervision and examination
*> register. project_register.dat holds one row per student: the
*> approved title, the supervisor and second examiner (INS-IDs on
*> instructor_master.dat, never the same person), the topic
*> approval date and approver, due and received dates for the
*> three milestones (proposal, interim report, final report), both
*> examiner marks out of 100 and a status (A approved / in
*> progress, T awaiting a third examiner, Q agreed mark queued).
*> A student holds one project.
*> Marks are taken once the final report is received. When the two
*> marks are no more than the permitted gap apart
*> (project_config.dat, default 10) the agreed mark is their
*> average; otherwise the project goes onto
*> third_examiner_worklist.dat and the agreed mark is the average
*> of the third examiner's mark and whichever original mark is
*> closer to it. The agreed mark replaces the designated Semester 4
*> subject slot (project_config.dat, default slot 5) and is queued
*> on pending_marks.dat for the normal MARK-APPROVAL double-keying,
*> as PLACEMENT-ADMIN does for the placement result.
*> The supervisor load report counts each instructor's projects as
*> supervisor, second and third examiner
*> (supervisor_load_<date>.txt); the late-milestone report lists
*> milestones overdue or received after their due date
*> (late_milestones_<date>.txt). Both are catalogued in the spool.
*> Every change is logged to activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PROJECT-FILE ASSIGN TO "project_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PROJECT.
    SELECT TEMP-PROJECT-FILE ASSIGN TO "temp_project.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT WORKLIST-FILE ASSIGN TO "third_examiner_worklist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-WORKLIST.
    SELECT TEMP-WORKLIST-FILE ASSIGN TO "temp_third_examiner.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONFIG-FILE ASSIGN TO "project_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT INSTRUCTOR-FILE ASSIGN TO "instructor_master.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-INSTRUCTOR.
    SELECT PENDING-MARKS-FILE ASSIGN TO "pending_marks.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PENDING.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REPORT.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT STUDENT-FILE-SEM4 ASSIGN TO "student_sem4.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID4
        FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PROJECT-FILE.
01  PROJECT-RECORD.
    05  PRJ-STUDENT-ID     PIC X(10).
    05  PRJ-TITLE          PIC X(40).
    05  PRJ-SUPERVISOR     PIC X(6).
    05  PRJ-SECOND-EXAMINER PIC X(6).
    05  PRJ-APPROVED-DATE  PIC X(8).
    05  PRJ-APPROVED-BY    PIC X(10).
    05  PRJ-MILESTONE      OCCURS 3 TIMES.
        10  PRJ-DUE-DATE   PIC X(8).
        10  PRJ-RECEIVED-DATE PIC X(8).
    05  PRJ-SUPER-MARK     PIC 9(3).
    05  PRJ-SECOND-MARK    PIC 9(3).
    05  PRJ-THIRD-EXAMINER PIC X(6).
    05  PRJ-THIRD-MARK     PIC 9(3).
    05  PRJ-AGREED-MARK    PIC 9(3).
    05  PRJ-STATUS         PIC X.
        88  PROJECT-ACTIVE       VALUE 'A'.
        88  PROJECT-THIRD-EXAM   VALUE 'T'.
        88  PROJECT-QUEUED       VALUE 'Q'.

FD  TEMP-PROJECT-FILE.
01  TEMP-PROJECT-RECORD    PIC X(147).

FD  WORKLIST-FILE.
01  WORKLIST-RECORD.
    05  TEW-STUDENT-ID     PIC X(10).
    05  TEW-SUPERVISOR     PIC X(6).
    05  TEW-SECOND-EXAMINER PIC X(6).
    05  TEW-SUPER-MARK     PIC 9(3).
    05  TEW-SECOND-MARK    PIC 9(3).
    05  TEW-GAP            PIC 9(3).
    05  TEW-ADDED-DATE     PIC X(8).
    05  TEW-STATUS         PIC X.
        88  WORKLIST-OPEN        VALUE 'O'.
        88  WORKLIST-CLEARED     VALUE 'C'.
    05  TEW-THIRD-EXAMINER PIC X(6).
    05  TEW-THIRD-MARK     PIC 9(3).
    05  TEW-CLEARED-DATE   PIC X(8).

FD  TEMP-WORKLIST-FILE.
01  TEMP-WORKLIST-RECORD   PIC X(57).

FD  CONFIG-FILE.
01  CONFIG-RECORD.
    05  PJC-SUBJECT-IX     PIC 9.
    05  PJC-MAX-GAP        PIC 9(3).

FD  INSTRUCTOR-FILE.
01  INSTRUCTOR-RECORD.
    05  INS-ID             PIC X(6).
    05  INS-NAME           PIC X(30).
    05  INS-STAFF-ID       PIC X(10).

FD  PENDING-MARKS-FILE.
01  PENDING-RECORD.
    05  PEND-STATUS        PIC X.
    05  PEND-SEMESTER      PIC 9.
    05  PEND-STUDENT-ID    PIC X(10).
    05  PEND-MARKS.
        10  PEND-MARK      OCCURS 6 TIMES PIC 9(3).
    05  PEND-ELECTIVE-CODE PIC X(10).
    05  PEND-ELECTIVE-MARK PIC 9(3).
    05  PEND-HAS-ELECTIVE  PIC X.
    05  PEND-ATTENDANCE    PIC 9(3).
    05  PEND-MAKER-ID      PIC X(10).
    05  PEND-CHECKER-ID    PIC X(10).

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

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  STUDENT-SUBJECTS4.
        10  MARK4-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS4       PIC 9(3).
    05  GRADE4             PIC X(2).
    05  WITHDRAWN4         PIC X.
    05  ELECTIVE-CODE4     PIC X(10).
    05  MARK4-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4      PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-PROJECT    PIC XX.
01  FILE-STATUS-WORKLIST   PIC XX.
01  FILE-STATUS-CONFIG     PIC XX.
01  FILE-STATUS-INSTRUCTOR PIC XX.
01  FILE-STATUS-PENDING    PIC XX.
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
01  WS-ID-INPUT            PIC X(10).
01  WS-NUM-INPUT           PIC X(10).
01  WS-SUBJECT-IX          PIC 9 VALUE 5.
01  WS-MAX-GAP             PIC 9(3) VALUE 10.
01  WS-SUBJECT-DIGITS      PIC X(6) VALUE "124567".
01  WS-SUBJECT-CODE        PIC X(10).
01  WS-MILESTONE-NAMES.
    05  FILLER             PIC X(14) VALUE "Proposal".
    05  FILLER             PIC X(14) VALUE "Interim report".
    05  FILLER             PIC X(14) VALUE "Final report".
01  WS-MILESTONE-TABLE REDEFINES WS-MILESTONE-NAMES.
    05  WS-MILESTONE-NAME  OCCURS 3 TIMES PIC X(14).
01  WS-NEW-PROJECT.
    05  WS-NEW-TITLE       PIC X(40).
    05  WS-NEW-SUPERVISOR  PIC X(6).
    05  WS-NEW-SECOND      PIC X(6).
    05  WS-NEW-DUE         OCCURS 3 TIMES PIC X(8).
01  WS-INS-LOOKUP          PIC X(6).
01  WS-INS-FOUND           PIC X.
01  WS-INS-NAME            PIC X(30).
01  WS-SUPER-NAME          PIC X(30).
01  WS-PRJ-FOUND           PIC X.
01  WS-PRJ-STATUS          PIC X.
01  WS-PRJ-SUPERVISOR      PIC X(6).
01  WS-PRJ-SECOND          PIC X(6).
01  WS-PRJ-FINAL-RECEIVED  PIC X(8).
01  WS-PRJ-SUPER-MARK      PIC 9(3).
01  WS-PRJ-SECOND-MARK     PIC 9(3).
01  WS-ACTION              PIC X.
01  WS-CHANGED             PIC X.
01  WS-MILESTONE-IX        PIC 9.
01  WS-RECEIVED-DATE       PIC X(8).
01  WS-SUPER-MARK          PIC 9(3).
01  WS-SECOND-MARK         PIC 9(3).
01  WS-THIRD-EXAMINER      PIC X(6).
01  WS-THIRD-MARK          PIC 9(3).
01  WS-AGREED-MARK         PIC 9(3).
01  WS-GAP                 PIC 9(3).
01  WS-DIFF-SUPER          PIC 9(3).
01  WS-DIFF-SECOND         PIC 9(3).
01  WS-STU-FOUND           PIC X.
01  WS-STU-WITHDRAWN       PIC X.
01  WS-STU-NAME            PIC X(30).
01  WS-CUR-MARKS.
    05  WS-CUR-MARK        OCCURS 6 TIMES PIC 9(3).
01  WS-STU-ELECTIVE        PIC X(10).
01  WS-STU-ELEC-MARK       PIC 9(3).
01  WS-LOG-FUNCTION        PIC X(20).
01  WS-LOG-DETAIL          PIC X(25).
01  WS-LIST-COUNT          PIC 9(4) VALUE 0.
01  WS-LATE-COUNT          PIC 9(4) VALUE 0.
01  WS-AS-OF-DATE          PIC X(8).
01  WS-AS-OF-INT           PIC 9(8).
01  WS-DUE-INT             PIC 9(8).
01  WS-RECEIVED-INT        PIC 9(8).
01  WS-DAYS-LATE           PIC 9(4).
01  WS-REPORT-FILENAME     PIC X(40).
01  WS-REPORT-ID           PIC X(20).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-PARAMS              PIC X(20).
01  WS-LOAD-COUNT          PIC 9(3) VALUE 0.
01  WS-LOAD-IX             PIC 9(3).
01  WS-LOAD-TABLE.
    05  WS-LOAD-ENTRY      OCCURS 200 TIMES.
        10  WS-LD-INS-ID   PIC X(6).
        10  WS-LD-NAME     PIC X(30).
        10  WS-LD-SUPER    PIC 9(3).
        10  WS-LD-OPEN     PIC 9(3).
        10  WS-LD-SECOND   PIC 9(3).
        10  WS-LD-THIRD    PIC 9(3).
01  WS-PROJECT-COUNT       PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-CONFIG
    DISPLAY "--- Final-Year Project Register ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. Approve a project topic"
    DISPLAY "2. Record a milestone submission"
    DISPLAY "3. Record examiner marks"
    DISPLAY "4. Third-examiner worklist"
    DISPLAY "5. Record third-examiner mark (queues for approval)"
    DISPLAY "6. Supervisor load report"
    DISPLAY "7. Late-milestone report"
    DISPLAY "8. List projects"
    DISPLAY "9. Project settings"
    DISPLAY "Enter choice (1-9): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM APPROVE-PROJECT
        WHEN '2'
            PERFORM RECORD-MILESTONE
        WHEN '3'
            PERFORM RECORD-EXAMINER-MARKS
        WHEN '4'
            PERFORM LIST-WORKLIST
        WHEN '5'
            PERFORM RECORD-THIRD-MARK
        WHEN '6'
            PERFORM SUPERVISOR-LOAD-REPORT
        WHEN '7'
            PERFORM LATE-MILESTONE-REPORT
        WHEN '8'
            PERFORM LIST-PROJECTS
        WHEN '9'
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
                IF PJC-SUBJECT-IX >= 1 AND PJC-SUBJECT-IX <= 6
                    MOVE PJC-SUBJECT-IX TO WS-SUBJECT-IX
                END-IF
                IF PJC-MAX-GAP IS NUMERIC AND PJC-MAX-GAP <= 100
                    MOVE PJC-MAX-GAP TO WS-MAX-GAP
                END-IF
        END-READ
        CLOSE CONFIG-FILE
    END-IF
    MOVE SPACES TO WS-SUBJECT-CODE
    STRING "CST14" WS-SUBJECT-DIGITS(WS-SUBJECT-IX:1) "01"
        DELIMITED BY SIZE INTO WS-SUBJECT-CODE.

SET-CONFIG.
    DISPLAY "Enter each setting (Enter keeps the current value)."
    DISPLAY "Semester 4 subject slot for the project (1-6) ["
        WS-SUBJECT-IX " = " FUNCTION TRIM(WS-SUBJECT-CODE) "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        IF FUNCTION NUMVAL(WS-NUM-INPUT) >= 1
                AND FUNCTION NUMVAL(WS-NUM-INPUT) <= 6
            MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-SUBJECT-IX
        ELSE
            DISPLAY "Slot must be 1-6 - kept at " WS-SUBJECT-IX "."
        END-IF
    END-IF
    DISPLAY "Largest examiner mark gap agreed without a third "
        "examiner [" WS-MAX-GAP "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        IF FUNCTION NUMVAL(WS-NUM-INPUT) <= 100
            MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-MAX-GAP
        ELSE
            DISPLAY "Gap must be 0-100 - kept at " WS-MAX-GAP "."
        END-IF
    END-IF
    OPEN OUTPUT CONFIG-FILE
    MOVE SPACES TO CONFIG-RECORD
    MOVE WS-SUBJECT-IX TO PJC-SUBJECT-IX
    MOVE WS-MAX-GAP TO PJC-MAX-GAP
    WRITE CONFIG-RECORD
    CLOSE CONFIG-FILE
    MOVE SPACES TO WS-ID-INPUT
    MOVE "PROJECT-CONFIG" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "SLOT " WS-SUBJECT-IX " MAX GAP " WS-MAX-GAP
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-PROJECT-ACTION
    DISPLAY "Project settings saved.".

APPROVE-PROJECT.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FETCH-SEM4-STUDENT
    IF WS-STU-FOUND = 'N'
        DISPLAY "Student is not on the Semester 4 master - "
            "projects are for final-year students."
        EXIT PARAGRAPH
    END-IF
    IF WS-STU-WITHDRAWN = 'W' OR WS-STU-WITHDRAWN = 'D'
        DISPLAY "Student is withdrawn or deferred - no project "
            "approved."
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-PROJECT
    IF WS-PRJ-FOUND = 'Y'
        DISPLAY "Student already holds a project (status "
            WS-PRJ-STATUS ")."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-NEW-PROJECT
    DISPLAY "Approved project title: "
    ACCEPT WS-NEW-TITLE
    IF WS-NEW-TITLE = SPACES
        DISPLAY "A title is required - nothing approved."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Supervisor (instructor ID): "
    ACCEPT WS-NEW-SUPERVISOR
    MOVE WS-NEW-SUPERVISOR TO WS-INS-LOOKUP
    PERFORM FIND-INSTRUCTOR
    IF WS-INS-FOUND = 'N'
        DISPLAY "Instructor " WS-NEW-SUPERVISOR " is not on the "
            "instructor master - nothing approved."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-INS-NAME TO WS-SUPER-NAME
    DISPLAY "Second examiner (instructor ID): "
    ACCEPT WS-NEW-SECOND
    IF WS-NEW-SECOND = WS-NEW-SUPERVISOR
        DISPLAY "The second examiner cannot be the supervisor - "
            "nothing approved."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NEW-SECOND TO WS-INS-LOOKUP
    PERFORM FIND-INSTRUCTOR
    IF WS-INS-FOUND = 'N'
        DISPLAY "Instructor " WS-NEW-SECOND " is not on the "
            "instructor master - nothing approved."
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-MILESTONE-IX FROM 1 BY 1
            UNTIL WS-MILESTONE-IX > 3
        DISPLAY FUNCTION TRIM(WS-MILESTONE-NAME(WS-MILESTONE-IX))
            " due date (YYYYMMDD): "
        ACCEPT WS-NEW-DUE(WS-MILESTONE-IX)
    END-PERFORM
    IF WS-NEW-DUE(1) IS NOT NUMERIC
            OR WS-NEW-DUE(2) IS NOT NUMERIC
            OR WS-NEW-DUE(3) IS NOT NUMERIC
        DISPLAY "All three milestone due dates are required - "
            "nothing approved."
        EXIT PARAGRAPH
    END-IF
    IF WS-NEW-DUE(2) < WS-NEW-DUE(1) OR WS-NEW-DUE(3) < WS-NEW-DUE(2)
        DISPLAY "Milestones must fall due in order - nothing "
            "approved."
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND PROJECT-FILE
    IF FILE-STATUS-PROJECT NOT = "00"
        OPEN OUTPUT PROJECT-FILE
    END-IF
    MOVE SPACES TO PROJECT-RECORD
    MOVE WS-ID-INPUT TO PRJ-STUDENT-ID
    MOVE WS-NEW-TITLE TO PRJ-TITLE
    MOVE WS-NEW-SUPERVISOR TO PRJ-SUPERVISOR
    MOVE WS-NEW-SECOND TO PRJ-SECOND-EXAMINER
    MOVE WS-TODAY TO PRJ-APPROVED-DATE
    MOVE WS-STAFF-ID TO PRJ-APPROVED-BY
    PERFORM VARYING WS-MILESTONE-IX FROM 1 BY 1
            UNTIL WS-MILESTONE-IX > 3
        MOVE WS-NEW-DUE(WS-MILESTONE-IX)
            TO PRJ-DUE-DATE(WS-MILESTONE-IX)
    END-PERFORM
    MOVE 0 TO PRJ-SUPER-MARK
    MOVE 0 TO PRJ-SECOND-MARK
    MOVE 0 TO PRJ-THIRD-MARK
    MOVE 0 TO PRJ-AGREED-MARK
    MOVE 'A' TO PRJ-STATUS
    WRITE PROJECT-RECORD
    CLOSE PROJECT-FILE
    MOVE "PROJECT-APPROVE" TO WS-LOG-FUNCTION
    MOVE WS-NEW-TITLE TO WS-LOG-DETAIL
    PERFORM LOG-PROJECT-ACTION
    DISPLAY "Project approved for " WS-STU-NAME
    DISPLAY "Supervisor " FUNCTION TRIM(WS-SUPER-NAME)
        ", second examiner " FUNCTION TRIM(WS-INS-NAME) ".".

FETCH-SEM4-STUDENT.
    MOVE 'N' TO WS-STU-FOUND
    MOVE SPACE TO WS-STU-WITHDRAWN
    MOVE SPACES TO WS-STU-NAME
    MOVE SPACES TO WS-STU-ELECTIVE
    MOVE 0 TO WS-STU-ELEC-MARK
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-STU-FOUND
                MOVE WITHDRAWN4 TO WS-STU-WITHDRAWN
                MOVE STUDENT-NAME4 TO WS-STU-NAME
                MOVE STUDENT-SUBJECTS4 TO WS-CUR-MARKS
                MOVE ELECTIVE-CODE4 TO WS-STU-ELECTIVE
                MOVE MARK4-ELECTIVE TO WS-STU-ELEC-MARK
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF.

FIND-PROJECT.
    MOVE 'N' TO WS-PRJ-FOUND
    MOVE SPACE TO WS-PRJ-STATUS
    MOVE SPACES TO WS-PRJ-SUPERVISOR
    MOVE SPACES TO WS-PRJ-SECOND
    MOVE SPACES TO WS-PRJ-FINAL-RECEIVED
    MOVE 0 TO WS-PRJ-SUPER-MARK
    MOVE 0 TO WS-PRJ-SECOND-MARK
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROJECT-FILE
    IF FILE-STATUS-PROJECT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROJECT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PRJ-STUDENT-ID = WS-ID-INPUT
                    MOVE 'Y' TO WS-PRJ-FOUND
                    MOVE PRJ-STATUS TO WS-PRJ-STATUS
                    MOVE PRJ-SUPERVISOR TO WS-PRJ-SUPERVISOR
                    MOVE PRJ-SECOND-EXAMINER TO WS-PRJ-SECOND
                    MOVE PRJ-RECEIVED-DATE(3)
                        TO WS-PRJ-FINAL-RECEIVED
                    MOVE PRJ-SUPER-MARK TO WS-PRJ-SUPER-MARK
                    MOVE PRJ-SECOND-MARK TO WS-PRJ-SECOND-MARK
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROJECT NOT = "35"
        CLOSE PROJECT-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

FIND-INSTRUCTOR.
    MOVE 'N' TO WS-INS-FOUND
    MOVE SPACES TO WS-INS-NAME
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
                IF INS-ID = WS-INS-LOOKUP
                    MOVE 'Y' TO WS-INS-FOUND
                    MOVE INS-NAME TO WS-INS-NAME
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-INSTRUCTOR NOT = "35"
        CLOSE INSTRUCTOR-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

RECORD-MILESTONE.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    DISPLAY "Milestone (1 proposal, 2 interim report, 3 final "
        "report): "
    ACCEPT WS-NUM-INPUT
    IF FUNCTION NUMVAL(WS-NUM-INPUT) < 1
            OR FUNCTION NUMVAL(WS-NUM-INPUT) > 3
        DISPLAY "Milestone must be 1-3."
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-MILESTONE-IX
    DISPLAY "Date received (YYYYMMDD, Enter for today): "
    ACCEPT WS-RECEIVED-DATE
    IF WS-RECEIVED-DATE = SPACES
        MOVE WS-TODAY TO WS-RECEIVED-DATE
    END-IF
    IF WS-RECEIVED-DATE IS NOT NUMERIC
            OR WS-RECEIVED-DATE > WS-TODAY
        DISPLAY "Received date must be a date no later than today."
        EXIT PARAGRAPH
    END-IF
    MOVE 'M' TO WS-ACTION
    PERFORM REWRITE-PROJECT
    IF WS-CHANGED = 'Y'
        MOVE "PROJECT-MILESTONE" TO WS-LOG-FUNCTION
        MOVE SPACES TO WS-LOG-DETAIL
        STRING "M" WS-MILESTONE-IX " RECEIVED " WS-RECEIVED-DATE
            DELIMITED BY SIZE INTO WS-LOG-DETAIL
        PERFORM LOG-PROJECT-ACTION
        DISPLAY FUNCTION TRIM(WS-MILESTONE-NAME(WS-MILESTONE-IX))
            " received " WS-RECEIVED-DATE "."
    END-IF.

RECORD-EXAMINER-MARKS.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FIND-PROJECT
    IF WS-PRJ-FOUND = 'N'
        DISPLAY "No project on file for " WS-ID-INPUT "."
        EXIT PARAGRAPH
    END-IF
    IF WS-PRJ-STATUS NOT = 'A'
        IF WS-PRJ-STATUS = 'T'
            DISPLAY "The marks are already with a third examiner."
        ELSE
            DISPLAY "The agreed mark is already queued."
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-PRJ-FINAL-RECEIVED = SPACES
        DISPLAY "The final report has not been received - it is "
            "examined once submitted."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Supervisor " WS-PRJ-SUPERVISOR " mark (0-100): "
    ACCEPT WS-NUM-INPUT
    MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-SUPER-MARK
    DISPLAY "Second examiner " WS-PRJ-SECOND " mark (0-100): "
    ACCEPT WS-NUM-INPUT
    MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-SECOND-MARK
    IF WS-SUPER-MARK > 100 OR WS-SECOND-MARK > 100
        DISPLAY "Marks are out of 100 - nothing recorded."
        EXIT PARAGRAPH
    END-IF
    IF WS-SUPER-MARK > WS-SECOND-MARK
        COMPUTE WS-GAP = WS-SUPER-MARK - WS-SECOND-MARK
    ELSE
        COMPUTE WS-GAP = WS-SECOND-MARK - WS-SUPER-MARK
    END-IF
    IF WS-GAP > WS-MAX-GAP
        MOVE 'T' TO WS-ACTION
        PERFORM REWRITE-PROJECT
        PERFORM ADD-TO-WORKLIST
        MOVE "PROJECT-THIRD-EXAM" TO WS-LOG-FUNCTION
        MOVE SPACES TO WS-LOG-DETAIL
        STRING WS-SUPER-MARK "/" WS-SECOND-MARK " GAP " WS-GAP
            DELIMITED BY SIZE INTO WS-LOG-DETAIL
        PERFORM LOG-PROJECT-ACTION
        DISPLAY "Marks " WS-SUPER-MARK " and " WS-SECOND-MARK
            " are " WS-GAP " apart (more than " WS-MAX-GAP
            ") - sent to the third-examiner worklist."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-AGREED-MARK ROUNDED =
        (WS-SUPER-MARK + WS-SECOND-MARK) / 2
    PERFORM QUEUE-AGREED-MARK.

QUEUE-AGREED-MARK.
    *> Shared by the two-examiner and third-examiner paths; the
    *> examiner marks are in WS-SUPER-MARK / WS-SECOND-MARK (and
    *> WS-THIRD-MARK when a third examiner was needed).
    PERFORM FETCH-SEM4-STUDENT
    IF WS-STU-FOUND = 'N'
        DISPLAY "Student not on the Semester 4 master - nothing "
            "queued."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-AGREED-MARK TO WS-CUR-MARK(WS-SUBJECT-IX)
    PERFORM QUEUE-PENDING-RECORD
    MOVE 'Q' TO WS-ACTION
    PERFORM REWRITE-PROJECT
    MOVE "PROJECT-RESULT" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING FUNCTION TRIM(WS-SUBJECT-CODE) " = "
        WS-AGREED-MARK
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-PROJECT-ACTION
    DISPLAY "Agreed project mark " WS-AGREED-MARK " queued for "
        FUNCTION TRIM(WS-SUBJECT-CODE) " - a second staff member "
        "posts it through Review Pending Marks.".

RECORD-THIRD-MARK.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FIND-PROJECT
    IF WS-PRJ-FOUND = 'N' OR WS-PRJ-STATUS NOT = 'T'
        DISPLAY "No project awaiting a third examiner for "
            WS-ID-INPUT "."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Third examiner (instructor ID): "
    ACCEPT WS-THIRD-EXAMINER
    IF WS-THIRD-EXAMINER = WS-PRJ-SUPERVISOR
            OR WS-THIRD-EXAMINER = WS-PRJ-SECOND
        DISPLAY "The third examiner must be independent of the "
            "first two - nothing recorded."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-THIRD-EXAMINER TO WS-INS-LOOKUP
    PERFORM FIND-INSTRUCTOR
    IF WS-INS-FOUND = 'N'
        DISPLAY "Instructor " WS-THIRD-EXAMINER " is not on the "
            "instructor master - nothing recorded."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Third examiner mark (0-100): "
    ACCEPT WS-NUM-INPUT
    MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-THIRD-MARK
    IF WS-THIRD-MARK > 100
        DISPLAY "Marks are out of 100 - nothing recorded."
        EXIT PARAGRAPH
    END-IF
    *> The third mark settles the dispute: it is averaged with
    *> whichever original mark lies closer to it.
    MOVE WS-PRJ-SUPER-MARK TO WS-SUPER-MARK
    MOVE WS-PRJ-SECOND-MARK TO WS-SECOND-MARK
    IF WS-THIRD-MARK > WS-SUPER-MARK
        COMPUTE WS-DIFF-SUPER = WS-THIRD-MARK - WS-SUPER-MARK
    ELSE
        COMPUTE WS-DIFF-SUPER = WS-SUPER-MARK - WS-THIRD-MARK
    END-IF
    IF WS-THIRD-MARK > WS-SECOND-MARK
        COMPUTE WS-DIFF-SECOND = WS-THIRD-MARK - WS-SECOND-MARK
    ELSE
        COMPUTE WS-DIFF-SECOND = WS-SECOND-MARK - WS-THIRD-MARK
    END-IF
    IF WS-DIFF-SUPER <= WS-DIFF-SECOND
        COMPUTE WS-AGREED-MARK ROUNDED =
            (WS-THIRD-MARK + WS-SUPER-MARK) / 2
    ELSE
        COMPUTE WS-AGREED-MARK ROUNDED =
            (WS-THIRD-MARK + WS-SECOND-MARK) / 2
    END-IF
    PERFORM QUEUE-AGREED-MARK
    IF WS-STU-FOUND = 'Y'
        PERFORM CLEAR-WORKLIST-ENTRY
    END-IF.

REWRITE-PROJECT.
    *> Applies WS-ACTION to the student's project: M records a
    *> milestone submission, T stores disputed marks, Q stores the
    *> agreed mark once it is queued.
    MOVE 'N' TO WS-CHANGED
    OPEN INPUT PROJECT-FILE
    IF FILE-STATUS-PROJECT NOT = "00"
        DISPLAY "No project register on file."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-PROJECT-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ PROJECT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PRJ-STUDENT-ID = WS-ID-INPUT
                    PERFORM APPLY-PROJECT-CHANGE
                END-IF
                MOVE PROJECT-RECORD TO TEMP-PROJECT-RECORD
                WRITE TEMP-PROJECT-RECORD
        END-READ
    END-PERFORM
    CLOSE PROJECT-FILE
    CLOSE TEMP-PROJECT-FILE
    MOVE 'N' TO WS-EOF
    IF WS-CHANGED = 'Y'
        CALL "CBL_DELETE_FILE" USING "project_register.dat"
        CALL "CBL_RENAME_FILE" USING "temp_project.dat"
            "project_register.dat"
    ELSE
        CALL "CBL_DELETE_FILE" USING "temp_project.dat"
    END-IF.

APPLY-PROJECT-CHANGE.
    EVALUATE WS-ACTION
        WHEN 'M'
            IF NOT PROJECT-ACTIVE
                DISPLAY "The project has been examined - milestones "
                    "are closed."
            ELSE
                IF PRJ-RECEIVED-DATE(WS-MILESTONE-IX) NOT = SPACES
                    DISPLAY "That milestone was already received on "
                        PRJ-RECEIVED-DATE(WS-MILESTONE-IX) "."
                ELSE
                    MOVE WS-RECEIVED-DATE
                        TO PRJ-RECEIVED-DATE(WS-MILESTONE-IX)
                    MOVE 'Y' TO WS-CHANGED
                END-IF
            END-IF
        WHEN 'T'
            IF PROJECT-ACTIVE
                MOVE WS-SUPER-MARK TO PRJ-SUPER-MARK
                MOVE WS-SECOND-MARK TO PRJ-SECOND-MARK
                MOVE 'T' TO PRJ-STATUS
                MOVE 'Y' TO WS-CHANGED
            END-IF
        WHEN 'Q'
            IF PROJECT-ACTIVE OR PROJECT-THIRD-EXAM
                MOVE WS-SUPER-MARK TO PRJ-SUPER-MARK
                MOVE WS-SECOND-MARK TO PRJ-SECOND-MARK
                IF PROJECT-THIRD-EXAM
                    MOVE WS-THIRD-EXAMINER TO PRJ-THIRD-EXAMINER
                    MOVE WS-THIRD-MARK TO PRJ-THIRD-MARK
                END-IF
                MOVE WS-AGREED-MARK TO PRJ-AGREED-MARK
                MOVE 'Q' TO PRJ-STATUS
                MOVE 'Y' TO WS-CHANGED
            END-IF
    END-EVALUATE.

ADD-TO-WORKLIST.
    OPEN EXTEND WORKLIST-FILE
    IF FILE-STATUS-WORKLIST NOT = "00"
        OPEN OUTPUT WORKLIST-FILE
    END-IF
    MOVE SPACES TO WORKLIST-RECORD
    MOVE WS-ID-INPUT TO TEW-STUDENT-ID
    MOVE WS-PRJ-SUPERVISOR TO TEW-SUPERVISOR
    MOVE WS-PRJ-SECOND TO TEW-SECOND-EXAMINER
    MOVE WS-SUPER-MARK TO TEW-SUPER-MARK
    MOVE WS-SECOND-MARK TO TEW-SECOND-MARK
    MOVE WS-GAP TO TEW-GAP
    MOVE WS-TODAY TO TEW-ADDED-DATE
    MOVE 'O' TO TEW-STATUS
    MOVE 0 TO TEW-THIRD-MARK
    WRITE WORKLIST-RECORD
    CLOSE WORKLIST-FILE.

CLEAR-WORKLIST-ENTRY.
    OPEN INPUT WORKLIST-FILE
    IF FILE-STATUS-WORKLIST NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-WORKLIST-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ WORKLIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF TEW-STUDENT-ID = WS-ID-INPUT AND WORKLIST-OPEN
                    MOVE 'C' TO TEW-STATUS
                    MOVE WS-THIRD-EXAMINER TO TEW-THIRD-EXAMINER
                    MOVE WS-THIRD-MARK TO TEW-THIRD-MARK
                    MOVE WS-TODAY TO TEW-CLEARED-DATE
                END-IF
                MOVE WORKLIST-RECORD TO TEMP-WORKLIST-RECORD
                WRITE TEMP-WORKLIST-RECORD
        END-READ
    END-PERFORM
    CLOSE WORKLIST-FILE
    CLOSE TEMP-WORKLIST-FILE
    CALL "CBL_DELETE_FILE" USING "third_examiner_worklist.dat"
    CALL "CBL_RENAME_FILE" USING "temp_third_examiner.dat"
        "third_examiner_worklist.dat"
    MOVE 'N' TO WS-EOF.

QUEUE-PENDING-RECORD.
    OPEN EXTEND PENDING-MARKS-FILE
    IF FILE-STATUS-PENDING NOT = "00"
        OPEN OUTPUT PENDING-MARKS-FILE
    END-IF
    MOVE SPACES TO PENDING-RECORD
    MOVE 'P' TO PEND-STATUS
    MOVE 4 TO PEND-SEMESTER
    MOVE WS-ID-INPUT TO PEND-STUDENT-ID
    MOVE WS-CUR-MARKS TO PEND-MARKS
    MOVE WS-STU-ELECTIVE TO PEND-ELECTIVE-CODE
    MOVE WS-STU-ELEC-MARK TO PEND-ELECTIVE-MARK
    IF WS-STU-ELECTIVE = SPACES
        MOVE 'N' TO PEND-HAS-ELECTIVE
    ELSE
        MOVE 'Y' TO PEND-HAS-ELECTIVE
    END-IF
    MOVE 0 TO PEND-ATTENDANCE
    MOVE WS-STAFF-ID TO PEND-MAKER-ID
    MOVE SPACES TO PEND-CHECKER-ID
    WRITE PENDING-RECORD
    CLOSE PENDING-MARKS-FILE.

LIST-WORKLIST.
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT WORKLIST-FILE
    IF FILE-STATUS-WORKLIST NOT = "00"
        DISPLAY "The third-examiner worklist is empty."
        SET END-OF-FILE TO TRUE
    ELSE
        DISPLAY "StudentID  Super  Mark Second Mark Gap Added"
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ WORKLIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WORKLIST-OPEN
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY TEW-STUDENT-ID " " TEW-SUPERVISOR " "
                        TEW-SUPER-MARK "  " TEW-SECOND-EXAMINER " "
                        TEW-SECOND-MARK "  " TEW-GAP " "
                        TEW-ADDED-DATE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-WORKLIST NOT = "35"
        CLOSE WORKLIST-FILE
        DISPLAY WS-LIST-COUNT " project(s) awaiting a third "
            "examiner."
    END-IF
    MOVE 'N' TO WS-EOF.

SUPERVISOR-LOAD-REPORT.
    PERFORM LOAD-INSTRUCTOR-TABLE
    IF WS-LOAD-COUNT = 0
        DISPLAY "No instructors on the instructor master."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-PROJECT-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROJECT-FILE
    IF FILE-STATUS-PROJECT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROJECT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-PROJECT-COUNT
                PERFORM COUNT-PROJECT-LOAD
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROJECT NOT = "35"
        CLOSE PROJECT-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "supervisor_load_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING "PROJECT SUPERVISOR LOAD  (run " WS-TODAY ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "InsID  Name                           Supervising Open "
        TO REPORT-LINE
    MOVE "Second Third" TO REPORT-LINE(57:12)
    WRITE REPORT-LINE
    PERFORM VARYING WS-LOAD-IX FROM 1 BY 1
            UNTIL WS-LOAD-IX > WS-LOAD-COUNT
        IF WS-LD-SUPER(WS-LOAD-IX) > 0
                OR WS-LD-SECOND(WS-LOAD-IX) > 0
                OR WS-LD-THIRD(WS-LOAD-IX) > 0
            MOVE SPACES TO REPORT-LINE
            STRING WS-LD-INS-ID(WS-LOAD-IX) " "
                WS-LD-NAME(WS-LOAD-IX) " "
                WS-LD-SUPER(WS-LOAD-IX) "         "
                WS-LD-OPEN(WS-LOAD-IX) "  "
                WS-LD-SECOND(WS-LOAD-IX) "    "
                WS-LD-THIRD(WS-LOAD-IX)
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    STRING "Projects on register: " WS-PROJECT-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    MOVE "PROJECT-LOAD" TO WS-REPORT-ID
    MOVE SPACES TO WS-PARAMS
    STRING "RUN " WS-TODAY
        DELIMITED BY SIZE INTO WS-PARAMS
    PERFORM SPOOL-REGISTER-RUN
    DISPLAY "Supervisor load for " WS-PROJECT-COUNT
        " project(s) written to "
        FUNCTION TRIM(WS-REPORT-FILENAME).

LOAD-INSTRUCTOR-TABLE.
    MOVE 0 TO WS-LOAD-COUNT
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
                IF WS-LOAD-COUNT < 200
                    ADD 1 TO WS-LOAD-COUNT
                    MOVE INS-ID TO WS-LD-INS-ID(WS-LOAD-COUNT)
                    MOVE INS-NAME TO WS-LD-NAME(WS-LOAD-COUNT)
                    MOVE 0 TO WS-LD-SUPER(WS-LOAD-COUNT)
                    MOVE 0 TO WS-LD-OPEN(WS-LOAD-COUNT)
                    MOVE 0 TO WS-LD-SECOND(WS-LOAD-COUNT)
                    MOVE 0 TO WS-LD-THIRD(WS-LOAD-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-INSTRUCTOR NOT = "35"
        CLOSE INSTRUCTOR-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

COUNT-PROJECT-LOAD.
    *> Open = still being supervised or examined (not yet queued).
    PERFORM VARYING WS-LOAD-IX FROM 1 BY 1
            UNTIL WS-LOAD-IX > WS-LOAD-COUNT
        IF WS-LD-INS-ID(WS-LOAD-IX) = PRJ-SUPERVISOR
            ADD 1 TO WS-LD-SUPER(WS-LOAD-IX)
            IF NOT PROJECT-QUEUED
                ADD 1 TO WS-LD-OPEN(WS-LOAD-IX)
            END-IF
        END-IF
        IF WS-LD-INS-ID(WS-LOAD-IX) = PRJ-SECOND-EXAMINER
            ADD 1 TO WS-LD-SECOND(WS-LOAD-IX)
        END-IF
        IF PRJ-THIRD-EXAMINER NOT = SPACES
                AND WS-LD-INS-ID(WS-LOAD-IX) = PRJ-THIRD-EXAMINER
            ADD 1 TO WS-LD-THIRD(WS-LOAD-IX)
        END-IF
    END-PERFORM.

LATE-MILESTONE-REPORT.
    DISPLAY "As-of date (YYYYMMDD, Enter for today): "
    ACCEPT WS-AS-OF-DATE
    IF WS-AS-OF-DATE = SPACES
        MOVE WS-TODAY TO WS-AS-OF-DATE
    END-IF
    IF WS-AS-OF-DATE IS NOT NUMERIC
        DISPLAY "Invalid date."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-AS-OF-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-AS-OF-DATE))
    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "late_milestones_" WS-AS-OF-DATE ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING "LATE PROJECT MILESTONES AT " WS-AS-OF-DATE
        "  (run " WS-TODAY ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "StudentID  Super  Milestone      Due      Received Days "
        TO REPORT-LINE
    MOVE "Note" TO REPORT-LINE(57:4)
    WRITE REPORT-LINE
    MOVE 0 TO WS-LATE-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROJECT-FILE
    IF FILE-STATUS-PROJECT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROJECT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                PERFORM VARYING WS-MILESTONE-IX FROM 1 BY 1
                        UNTIL WS-MILESTONE-IX > 3
                    PERFORM CHECK-ONE-MILESTONE
                END-PERFORM
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROJECT NOT = "35"
        CLOSE PROJECT-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    MOVE SPACES TO REPORT-LINE
    STRING "Late milestones: " WS-LATE-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    MOVE "PROJECT-LATE" TO WS-REPORT-ID
    MOVE SPACES TO WS-PARAMS
    STRING "AS OF " WS-AS-OF-DATE
        DELIMITED BY SIZE INTO WS-PARAMS
    PERFORM SPOOL-REGISTER-RUN
    DISPLAY WS-LATE-COUNT " late milestone(s) written to "
        FUNCTION TRIM(WS-REPORT-FILENAME).

CHECK-ONE-MILESTONE.
    *> Overdue: not received and the due date has passed (projects
    *> still in progress only). Received late: handed in after the
    *> due date, on or before the as-of date.
    IF PRJ-DUE-DATE(WS-MILESTONE-IX) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF PRJ-DUE-DATE(WS-MILESTONE-IX) >= WS-AS-OF-DATE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(PRJ-DUE-DATE(WS-MILESTONE-IX)))
    MOVE SPACES TO REPORT-LINE
    IF PRJ-RECEIVED-DATE(WS-MILESTONE-IX) = SPACES
        IF NOT PROJECT-ACTIVE
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-DAYS-LATE = WS-AS-OF-INT - WS-DUE-INT
        STRING PRJ-STUDENT-ID " " PRJ-SUPERVISOR " "
            WS-MILESTONE-NAME(WS-MILESTONE-IX) " "
            PRJ-DUE-DATE(WS-MILESTONE-IX) " -------- "
            WS-DAYS-LATE " OVERDUE"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        IF PRJ-RECEIVED-DATE(WS-MILESTONE-IX)
                <= PRJ-DUE-DATE(WS-MILESTONE-IX)
                OR PRJ-RECEIVED-DATE(WS-MILESTONE-IX)
                > WS-AS-OF-DATE
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-RECEIVED-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(PRJ-RECEIVED-DATE(WS-MILESTONE-IX)))
        COMPUTE WS-DAYS-LATE = WS-RECEIVED-INT - WS-DUE-INT
        STRING PRJ-STUDENT-ID " " PRJ-SUPERVISOR " "
            WS-MILESTONE-NAME(WS-MILESTONE-IX) " "
            PRJ-DUE-DATE(WS-MILESTONE-IX) " "
            PRJ-RECEIVED-DATE(WS-MILESTONE-IX) " "
            WS-DAYS-LATE " RECEIVED LATE"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    ADD 1 TO WS-LATE-COUNT.

LIST-PROJECTS.
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROJECT-FILE
    IF FILE-STATUS-PROJECT NOT = "00"
        DISPLAY "No project register on file."
        SET END-OF-FILE TO TRUE
    ELSE
        DISPLAY "StudentID  Title                                    "
            "Super  Second St Agreed"
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROJECT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-LIST-COUNT
                DISPLAY PRJ-STUDENT-ID " " PRJ-TITLE " "
                    PRJ-SUPERVISOR " " PRJ-SECOND-EXAMINER " "
                    PRJ-STATUS "  " PRJ-AGREED-MARK
                PERFORM VARYING WS-MILESTONE-IX FROM 1 BY 1
                        UNTIL WS-MILESTONE-IX > 3
                    DISPLAY "           "
                        WS-MILESTONE-NAME(WS-MILESTONE-IX)
                        " due " PRJ-DUE-DATE(WS-MILESTONE-IX)
                        " received " PRJ-RECEIVED-DATE(WS-MILESTONE-IX)
                END-PERFORM
                IF NOT PROJECT-ACTIVE
                    DISPLAY "           Marks: supervisor "
                        PRJ-SUPER-MARK ", second " PRJ-SECOND-MARK
                    IF PRJ-THIRD-EXAMINER NOT = SPACES
                        DISPLAY "           Third examiner "
                            PRJ-THIRD-EXAMINER ": " PRJ-THIRD-MARK
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROJECT NOT = "35"
        CLOSE PROJECT-FILE
        DISPLAY WS-LIST-COUNT " project(s) on record."
    END-IF
    MOVE 'N' TO WS-EOF.

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

LOG-PROJECT-ACTION.
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
    MOVE 4 TO ACT-SEMESTER
    MOVE WS-LOG-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
