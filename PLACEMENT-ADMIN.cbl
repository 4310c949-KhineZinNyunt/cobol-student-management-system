IDENTIFICATION DIVISION.
PROGRAM-ID. PLACEMENT-ADMIN.

*> Internship / industrial placement register for final-year
*> (Semester 4) students. placement_register.dat holds one row per
*> placement: employer, the employer's supervisor and contact
*> phone, start and end dates, the academic supervisor (INS-ID on
*> instructor_master.dat), up to three site-visit dates and a
*> status (A active, C completed, T terminated, R result queued).
*> A terminated placement may be replaced by a new one; otherwise a
*> student holds one placement.
*> The placement result combines the employer's evaluation score
*> and the academic supervisor's report mark, both out of 100,
*> weighted by placement_config.dat (employer weight %, default
*> 50). The result replaces the designated Semester 4 subject slot
*> (default slot 6) and is queued on pending_marks.dat for the
*> normal MARK-APPROVAL double-keying, as SUPP-EXAM does for
*> re-sit marks.
*> The outstanding-placements report lists every active Semester 4
*> student with no placement starting on or before a cutoff date
*> (unplaced_students_<cutoff>.txt, catalogued in the spool).
*> Every change is logged to activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLACEMENT-FILE ASSIGN TO "placement_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PLACEMENT.
    SELECT TEMP-PLACEMENT-FILE ASSIGN TO "temp_placement.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONFIG-FILE ASSIGN TO "placement_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT INSTRUCTOR-FILE ASSIGN TO "instructor_master.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-INSTRUCTOR.
    SELECT PENDING-MARKS-FILE ASSIGN TO "pending_marks.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PENDING.
    SELECT OUTSTANDING-FILE ASSIGN TO WS-REPORT-FILENAME
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
FD  PLACEMENT-FILE.
01  PLACEMENT-RECORD.
    05  PLC-STUDENT-ID     PIC X(10).
    05  PLC-EMPLOYER       PIC X(30).
    05  PLC-SUPERVISOR     PIC X(30).
    05  PLC-SUPER-PHONE    PIC X(15).
    05  PLC-START-DATE     PIC X(8).
    05  PLC-END-DATE       PIC X(8).
    05  PLC-ACAD-SUPER     PIC X(6).
    05  PLC-VISIT-COUNT    PIC 9.
    05  PLC-VISIT-DATE     OCCURS 3 TIMES PIC X(8).
    05  PLC-STATUS         PIC X.
        88  PLACEMENT-ACTIVE     VALUE 'A'.
        88  PLACEMENT-COMPLETED  VALUE 'C'.
        88  PLACEMENT-TERMINATED VALUE 'T'.
        88  PLACEMENT-RESULTED   VALUE 'R'.
    05  PLC-EMPLOYER-SCORE PIC 9(3).
    05  PLC-REPORT-MARK    PIC 9(3).
    05  PLC-RESULT         PIC 9(3).

FD  TEMP-PLACEMENT-FILE.
01  TEMP-PLACEMENT-RECORD  PIC X(142).

FD  CONFIG-FILE.
01  CONFIG-RECORD.
    05  PCF-SUBJECT-IX     PIC 9.
    05  PCF-EMPLOYER-PCT   PIC 9(3).

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

FD  OUTSTANDING-FILE.
01  OUTSTANDING-LINE       PIC X(100).

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
01  FILE-STATUS-PLACEMENT  PIC XX.
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
01  WS-SUBJECT-IX          PIC 9 VALUE 6.
01  WS-EMPLOYER-PCT        PIC 9(3) VALUE 50.
01  WS-SUBJECT-DIGITS      PIC X(6) VALUE "124567".
01  WS-SUBJECT-CODE        PIC X(10).
01  WS-NEW-PLACEMENT.
    05  WS-NEW-EMPLOYER    PIC X(30).
    05  WS-NEW-SUPERVISOR  PIC X(30).
    05  WS-NEW-PHONE       PIC X(15).
    05  WS-NEW-START       PIC X(8).
    05  WS-NEW-END         PIC X(8).
    05  WS-NEW-ACAD-SUPER  PIC X(6).
01  WS-INS-FOUND           PIC X.
01  WS-INS-NAME            PIC X(30).
01  WS-PLC-FOUND           PIC X.
01  WS-PLC-STATUS          PIC X.
01  WS-PLC-START           PIC X(8).
01  WS-CHANGED             PIC X.
01  WS-VISIT-DATE          PIC X(8).
01  WS-CLOSE-STATUS        PIC X.
01  WS-EMPLOYER-SCORE      PIC 9(3).
01  WS-REPORT-MARK         PIC 9(3).
01  WS-PLACEMENT-RESULT    PIC 9(3).
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
01  WS-CUTOFF-DATE         PIC X(8).
01  WS-OUTSTANDING-COUNT   PIC 9(4) VALUE 0.
01  WS-ROSTER-COUNT        PIC 9(4) VALUE 0.
01  WS-REPORT-FILENAME     PIC X(40).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-PARAMS              PIC X(20).
01  WS-VISIT-IX            PIC 9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-CONFIG
    DISPLAY "--- Placement Register ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. Register a placement"
    DISPLAY "2. Record a site visit"
    DISPLAY "3. Complete / terminate a placement"
    DISPLAY "4. Record placement result (queues for approval)"
    DISPLAY "5. Outstanding-placements report"
    DISPLAY "6. List placements"
    DISPLAY "7. Placement settings"
    DISPLAY "Enter choice (1-7): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM REGISTER-PLACEMENT
        WHEN '2'
            PERFORM RECORD-SITE-VISIT
        WHEN '3'
            PERFORM CLOSE-PLACEMENT
        WHEN '4'
            PERFORM RECORD-PLACEMENT-RESULT
        WHEN '5'
            PERFORM OUTSTANDING-REPORT
        WHEN '6'
            PERFORM LIST-PLACEMENTS
        WHEN '7'
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
                IF PCF-SUBJECT-IX >= 1 AND PCF-SUBJECT-IX <= 6
                    MOVE PCF-SUBJECT-IX TO WS-SUBJECT-IX
                END-IF
                IF PCF-EMPLOYER-PCT <= 100
                    MOVE PCF-EMPLOYER-PCT TO WS-EMPLOYER-PCT
                END-IF
        END-READ
        CLOSE CONFIG-FILE
    END-IF
    MOVE SPACES TO WS-SUBJECT-CODE
    STRING "CST14" WS-SUBJECT-DIGITS(WS-SUBJECT-IX:1) "01"
        DELIMITED BY SIZE INTO WS-SUBJECT-CODE.

SET-CONFIG.
    DISPLAY "Enter each setting (Enter keeps the current value)."
    DISPLAY "Semester 4 subject slot for the placement (1-6) ["
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
    DISPLAY "Employer evaluation weight % [" WS-EMPLOYER-PCT "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        IF FUNCTION NUMVAL(WS-NUM-INPUT) <= 100
            MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-EMPLOYER-PCT
        ELSE
            DISPLAY "Weight must be 0-100 - kept at "
                WS-EMPLOYER-PCT "."
        END-IF
    END-IF
    OPEN OUTPUT CONFIG-FILE
    MOVE SPACES TO CONFIG-RECORD
    MOVE WS-SUBJECT-IX TO PCF-SUBJECT-IX
    MOVE WS-EMPLOYER-PCT TO PCF-EMPLOYER-PCT
    WRITE CONFIG-RECORD
    CLOSE CONFIG-FILE
    MOVE SPACES TO WS-ID-INPUT
    MOVE "PLACEMENT-CONFIG" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "SLOT " WS-SUBJECT-IX " EMPLOYER " WS-EMPLOYER-PCT "%"
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-PLACEMENT-ACTION
    DISPLAY "Placement settings saved.".

REGISTER-PLACEMENT.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FETCH-SEM4-STUDENT
    IF WS-STU-FOUND = 'N'
        DISPLAY "Student is not on the Semester 4 master - "
            "placements are for final-year students."
        EXIT PARAGRAPH
    END-IF
    IF WS-STU-WITHDRAWN = 'W' OR WS-STU-WITHDRAWN = 'D'
        DISPLAY "Student is withdrawn or deferred - no placement "
            "registered."
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-CURRENT-PLACEMENT
    IF WS-PLC-FOUND = 'Y'
        DISPLAY "Student already holds a placement (status "
            WS-PLC-STATUS ") - terminate it before registering "
            "another."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-NEW-PLACEMENT
    DISPLAY "Employer: "
    ACCEPT WS-NEW-EMPLOYER
    DISPLAY "Employer supervisor name: "
    ACCEPT WS-NEW-SUPERVISOR
    DISPLAY "Employer supervisor phone: "
    ACCEPT WS-NEW-PHONE
    DISPLAY "Start date (YYYYMMDD): "
    ACCEPT WS-NEW-START
    DISPLAY "End date (YYYYMMDD): "
    ACCEPT WS-NEW-END
    IF WS-NEW-EMPLOYER = SPACES
            OR WS-NEW-START IS NOT NUMERIC
            OR WS-NEW-END IS NOT NUMERIC
        DISPLAY "Employer and both dates are required - nothing "
            "registered."
        EXIT PARAGRAPH
    END-IF
    IF WS-NEW-END < WS-NEW-START
        DISPLAY "End date is before the start date - nothing "
            "registered."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Academic supervisor (instructor ID): "
    ACCEPT WS-NEW-ACAD-SUPER
    PERFORM FIND-INSTRUCTOR
    IF WS-INS-FOUND = 'N'
        DISPLAY "Instructor " WS-NEW-ACAD-SUPER " is not on the "
            "instructor master - nothing registered."
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND PLACEMENT-FILE
    IF FILE-STATUS-PLACEMENT NOT = "00"
        OPEN OUTPUT PLACEMENT-FILE
    END-IF
    MOVE SPACES TO PLACEMENT-RECORD
    MOVE WS-ID-INPUT TO PLC-STUDENT-ID
    MOVE WS-NEW-EMPLOYER TO PLC-EMPLOYER
    MOVE WS-NEW-SUPERVISOR TO PLC-SUPERVISOR
    MOVE WS-NEW-PHONE TO PLC-SUPER-PHONE
    MOVE WS-NEW-START TO PLC-START-DATE
    MOVE WS-NEW-END TO PLC-END-DATE
    MOVE WS-NEW-ACAD-SUPER TO PLC-ACAD-SUPER
    MOVE 0 TO PLC-VISIT-COUNT
    MOVE 'A' TO PLC-STATUS
    MOVE 0 TO PLC-EMPLOYER-SCORE
    MOVE 0 TO PLC-REPORT-MARK
    MOVE 0 TO PLC-RESULT
    WRITE PLACEMENT-RECORD
    CLOSE PLACEMENT-FILE
    MOVE "PLACEMENT-REGISTER" TO WS-LOG-FUNCTION
    MOVE WS-NEW-EMPLOYER TO WS-LOG-DETAIL
    PERFORM LOG-PLACEMENT-ACTION
    DISPLAY "Placement registered for " WS-STU-NAME
        " - academic supervisor " WS-INS-NAME ".".

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

FIND-CURRENT-PLACEMENT.
    *> The student's placement that is not terminated, if any.
    MOVE 'N' TO WS-PLC-FOUND
    MOVE SPACE TO WS-PLC-STATUS
    MOVE SPACES TO WS-PLC-START
    MOVE 'N' TO WS-EOF
    OPEN INPUT PLACEMENT-FILE
    IF FILE-STATUS-PLACEMENT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PLACEMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PLC-STUDENT-ID = WS-ID-INPUT
                        AND NOT PLACEMENT-TERMINATED
                    MOVE 'Y' TO WS-PLC-FOUND
                    MOVE PLC-STATUS TO WS-PLC-STATUS
                    MOVE PLC-START-DATE TO WS-PLC-START
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PLACEMENT NOT = "35"
        CLOSE PLACEMENT-FILE
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
                IF INS-ID = WS-NEW-ACAD-SUPER
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

RECORD-SITE-VISIT.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    DISPLAY "Visit date (YYYYMMDD, Enter for today): "
    ACCEPT WS-VISIT-DATE
    IF WS-VISIT-DATE = SPACES
        MOVE WS-TODAY TO WS-VISIT-DATE
    END-IF
    MOVE 'V' TO WS-CLOSE-STATUS
    PERFORM REWRITE-PLACEMENT
    IF WS-CHANGED = 'Y'
        MOVE "PLACEMENT-VISIT" TO WS-LOG-FUNCTION
        MOVE SPACES TO WS-LOG-DETAIL
        STRING "VISIT " WS-VISIT-DATE
            DELIMITED BY SIZE INTO WS-LOG-DETAIL
        PERFORM LOG-PLACEMENT-ACTION
        DISPLAY "Site visit " WS-VISIT-DATE " recorded."
    END-IF.

CLOSE-PLACEMENT.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    DISPLAY "C = completed, T = terminated: "
    ACCEPT WS-CLOSE-STATUS
    MOVE FUNCTION UPPER-CASE(WS-CLOSE-STATUS) TO WS-CLOSE-STATUS
    IF WS-CLOSE-STATUS NOT = 'C' AND WS-CLOSE-STATUS NOT = 'T'
        DISPLAY "Invalid status."
        EXIT PARAGRAPH
    END-IF
    PERFORM REWRITE-PLACEMENT
    IF WS-CHANGED = 'Y'
        IF WS-CLOSE-STATUS = 'C'
            MOVE "PLACEMENT-COMPLETE" TO WS-LOG-FUNCTION
            DISPLAY "Placement marked completed - the result can "
                "now be recorded."
        ELSE
            MOVE "PLACEMENT-TERMINATE" TO WS-LOG-FUNCTION
            DISPLAY "Placement terminated - a new placement may be "
                "registered."
        END-IF
        MOVE SPACES TO WS-LOG-DETAIL
        PERFORM LOG-PLACEMENT-ACTION
    END-IF.

RECORD-PLACEMENT-RESULT.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FIND-CURRENT-PLACEMENT
    IF WS-PLC-FOUND = 'N'
        DISPLAY "No placement on file for " WS-ID-INPUT "."
        EXIT PARAGRAPH
    END-IF
    IF WS-PLC-STATUS NOT = 'C'
        IF WS-PLC-STATUS = 'R'
            DISPLAY "The placement result is already queued."
        ELSE
            DISPLAY "The placement must be marked completed first."
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM FETCH-SEM4-STUDENT
    IF WS-STU-FOUND = 'N'
        DISPLAY "Student not on the Semester 4 master - nothing "
            "queued."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Employer evaluation score (0-100): "
    ACCEPT WS-NUM-INPUT
    MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-EMPLOYER-SCORE
    DISPLAY "Academic supervisor report mark (0-100): "
    ACCEPT WS-NUM-INPUT
    MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-REPORT-MARK
    IF WS-EMPLOYER-SCORE > 100 OR WS-REPORT-MARK > 100
        DISPLAY "Scores are out of 100 - nothing queued."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PLACEMENT-RESULT ROUNDED =
        (WS-EMPLOYER-SCORE * WS-EMPLOYER-PCT
         + WS-REPORT-MARK * (100 - WS-EMPLOYER-PCT)) / 100
    MOVE WS-PLACEMENT-RESULT TO WS-CUR-MARK(WS-SUBJECT-IX)
    PERFORM QUEUE-PENDING-RECORD
    MOVE 'R' TO WS-CLOSE-STATUS
    PERFORM REWRITE-PLACEMENT
    MOVE "PLACEMENT-RESULT" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING FUNCTION TRIM(WS-SUBJECT-CODE) " = "
        WS-PLACEMENT-RESULT
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-PLACEMENT-ACTION
    DISPLAY "Placement result " WS-PLACEMENT-RESULT " ("
        WS-EMPLOYER-PCT "% employer) queued for "
        FUNCTION TRIM(WS-SUBJECT-CODE) " - a second staff member "
        "posts it through Review Pending Marks.".

REWRITE-PLACEMENT.
    *> Applies WS-CLOSE-STATUS to the student's current placement:
    *> V adds a site visit, C / T close an active placement, R
    *> stores the scores of a completed one.
    MOVE 'N' TO WS-CHANGED
    OPEN INPUT PLACEMENT-FILE
    IF FILE-STATUS-PLACEMENT NOT = "00"
        DISPLAY "No placement register on file."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-PLACEMENT-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ PLACEMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PLC-STUDENT-ID = WS-ID-INPUT
                        AND NOT PLACEMENT-TERMINATED
                    PERFORM APPLY-PLACEMENT-CHANGE
                END-IF
                MOVE PLACEMENT-RECORD TO TEMP-PLACEMENT-RECORD
                WRITE TEMP-PLACEMENT-RECORD
        END-READ
    END-PERFORM
    CLOSE PLACEMENT-FILE
    CLOSE TEMP-PLACEMENT-FILE
    MOVE 'N' TO WS-EOF
    IF WS-CHANGED = 'Y'
        CALL "CBL_DELETE_FILE" USING "placement_register.dat"
        CALL "CBL_RENAME_FILE" USING "temp_placement.dat"
            "placement_register.dat"
    ELSE
        CALL "CBL_DELETE_FILE" USING "temp_placement.dat"
    END-IF.

APPLY-PLACEMENT-CHANGE.
    EVALUATE WS-CLOSE-STATUS
        WHEN 'V'
            IF NOT PLACEMENT-ACTIVE
                DISPLAY "Visits are recorded on active placements "
                    "only."
            ELSE
                IF PLC-VISIT-COUNT >= 3
                    DISPLAY "Three site visits are already "
                        "recorded."
                ELSE
                    ADD 1 TO PLC-VISIT-COUNT
                    MOVE WS-VISIT-DATE
                        TO PLC-VISIT-DATE(PLC-VISIT-COUNT)
                    MOVE 'Y' TO WS-CHANGED
                END-IF
            END-IF
        WHEN 'C'
        WHEN 'T'
            IF NOT PLACEMENT-ACTIVE
                DISPLAY "Only an active placement can be closed."
            ELSE
                MOVE WS-CLOSE-STATUS TO PLC-STATUS
                MOVE 'Y' TO WS-CHANGED
            END-IF
        WHEN 'R'
            IF PLACEMENT-COMPLETED
                MOVE WS-EMPLOYER-SCORE TO PLC-EMPLOYER-SCORE
                MOVE WS-REPORT-MARK TO PLC-REPORT-MARK
                MOVE WS-PLACEMENT-RESULT TO PLC-RESULT
                MOVE 'R' TO PLC-STATUS
                MOVE 'Y' TO WS-CHANGED
            END-IF
    END-EVALUATE.

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

OUTSTANDING-REPORT.
    DISPLAY "Cutoff date (YYYYMMDD, Enter for today): "
    ACCEPT WS-CUTOFF-DATE
    IF WS-CUTOFF-DATE = SPACES
        MOVE WS-TODAY TO WS-CUTOFF-DATE
    END-IF
    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "unplaced_students_" WS-CUTOFF-DATE ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "Semester 4 master not available."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT OUTSTANDING-FILE
    MOVE SPACES TO OUTSTANDING-LINE
    STRING "OUTSTANDING PLACEMENTS AT " WS-CUTOFF-DATE
        "  (run " WS-TODAY ")"
        DELIMITED BY SIZE INTO OUTSTANDING-LINE
    WRITE OUTSTANDING-LINE
    MOVE "StudentID   Name                           Sec Note"
        TO OUTSTANDING-LINE
    WRITE OUTSTANDING-LINE
    MOVE 0 TO WS-OUTSTANDING-COUNT
    MOVE 0 TO WS-ROSTER-COUNT
    PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
        READ STUDENT-FILE-SEM4 NEXT RECORD
            AT END
                MOVE "10" TO WS-MASTER-STATUS
            NOT AT END
                IF WITHDRAWN4 NOT = 'W' AND WITHDRAWN4 NOT = 'D'
                    ADD 1 TO WS-ROSTER-COUNT
                    PERFORM CHECK-ONE-UNPLACED
                END-IF
        END-READ
    END-PERFORM
    CLOSE STUDENT-FILE-SEM4
    MOVE SPACES TO OUTSTANDING-LINE
    STRING "Unplaced: " WS-OUTSTANDING-COUNT " of "
        WS-ROSTER-COUNT " active Semester 4 students"
        DELIMITED BY SIZE INTO OUTSTANDING-LINE
    WRITE OUTSTANDING-LINE
    CLOSE OUTSTANDING-FILE
    MOVE SPACES TO WS-PARAMS
    STRING "CUTOFF " WS-CUTOFF-DATE
        DELIMITED BY SIZE INTO WS-PARAMS
    PERFORM SPOOL-REGISTER-RUN
    DISPLAY WS-OUTSTANDING-COUNT " of " WS-ROSTER-COUNT
        " student(s) unplaced - written to "
        FUNCTION TRIM(WS-REPORT-FILENAME).

CHECK-ONE-UNPLACED.
    MOVE STUDENT-ID4 TO WS-ID-INPUT
    PERFORM FIND-CURRENT-PLACEMENT
    IF WS-PLC-FOUND = 'Y' AND WS-PLC-START <= WS-CUTOFF-DATE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-OUTSTANDING-COUNT
    MOVE SPACES TO OUTSTANDING-LINE
    IF WS-PLC-FOUND = 'Y'
        STRING STUDENT-ID4 "  " STUDENT-NAME4 " " SECTION4
            "   starts " WS-PLC-START
            DELIMITED BY SIZE INTO OUTSTANDING-LINE
    ELSE
        STRING STUDENT-ID4 "  " STUDENT-NAME4 " " SECTION4
            "   no placement"
            DELIMITED BY SIZE INTO OUTSTANDING-LINE
    END-IF
    WRITE OUTSTANDING-LINE.

LIST-PLACEMENTS.
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT PLACEMENT-FILE
    IF FILE-STATUS-PLACEMENT NOT = "00"
        DISPLAY "No placement register on file."
        SET END-OF-FILE TO TRUE
    ELSE
        DISPLAY "StudentID  Employer                       Start    "
            "End      Acad   St Visits Result"
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PLACEMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-LIST-COUNT
                DISPLAY PLC-STUDENT-ID " " PLC-EMPLOYER " "
                    PLC-START-DATE " " PLC-END-DATE " "
                    PLC-ACAD-SUPER " " PLC-STATUS "  "
                    PLC-VISIT-COUNT "      " PLC-RESULT
                DISPLAY "           Supervisor: "
                    FUNCTION TRIM(PLC-SUPERVISOR) " "
                    PLC-SUPER-PHONE
                PERFORM VARYING WS-VISIT-IX FROM 1 BY 1
                        UNTIL WS-VISIT-IX > PLC-VISIT-COUNT
                    DISPLAY "           Visit " WS-VISIT-IX ": "
                        PLC-VISIT-DATE(WS-VISIT-IX)
                END-PERFORM
        END-READ
    END-PERFORM
    IF FILE-STATUS-PLACEMENT NOT = "35"
        CLOSE PLACEMENT-FILE
        DISPLAY WS-LIST-COUNT " placement(s) on record."
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
    MOVE "PLACEMENT-OUTSTAND" TO SPL-REPORT-ID
    MOVE WS-PARAMS TO SPL-PARAMS
    MOVE WS-STAFF-ID TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-REPORT-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.

LOG-PLACEMENT-ACTION.
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
