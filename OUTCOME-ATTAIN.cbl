IDENTIFICATION DIVISION.
PROGRAM-ID. OUTCOME-ATTAIN.

*> Learning-outcome attainment for accreditation. Each program
*> (PROGRAM-CODE on the masters, blank meaning the built-in CST
*> curriculum) has its outcome catalog in outcome_catalog.dat: one
*> row per outcome with a title, the attainment threshold a student
*> must reach (default 50%) and the target share of students who
*> should reach it (default 70%). outcome_map.dat maps a subject's
*> assessment component (C coursework, M midterm, F final) to the
*> outcomes it assesses, with a weight; one component can feed
*> several outcomes.
*> The report reads assessment_components.dat. A student's
*> attainment of an outcome is the weighted average of every mapped
*> component mark they hold; per program, outcome, cohort and
*> section it prints the number of students, their average
*> percentage and the share at or above the threshold, with a cohort
*> line across all sections. Cohorts whose share falls below the
*> outcome's target are marked, and an outcome below target in two
*> or more successive cohorts is flagged for the accreditation
*> panel (outcome_attain_<date>.txt, catalogued in the spool).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OUTCOME-FILE ASSIGN TO "outcome_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-OUTCOME.
    SELECT MAP-FILE ASSIGN TO "outcome_map.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-MAP.
    SELECT COMPONENTS-FILE ASSIGN TO "assessment_components.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-COMPONENTS.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REPORT.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.
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
FD  OUTCOME-FILE.
01  OUTCOME-RECORD.
    05  OUT-PROGRAM        PIC X(3).
    05  OUT-CODE           PIC X(6).
    05  OUT-TITLE          PIC X(40).
    05  OUT-THRESHOLD      PIC 9(3).
    05  OUT-TARGET         PIC 9(3).

FD  MAP-FILE.
01  MAP-RECORD.
    05  OMP-SUBJECT-CODE   PIC X(10).
    05  OMP-COMPONENT      PIC X.
    05  OMP-PROGRAM        PIC X(3).
    05  OMP-OUTCOME        PIC X(6).
    05  OMP-WEIGHT         PIC 9(3).

FD  COMPONENTS-FILE.
01  COMPONENTS-RECORD.
    05  ACM-STUDENT-ID     PIC X(10).
    05  ACM-SEMESTER       PIC 9.
    05  ACM-SUBJECT-CODE   PIC X(10).
    05  ACM-COURSEWORK     PIC 9(3).
    05  ACM-MIDTERM        PIC 9(3).
    05  ACM-FINAL          PIC 9(3).
    05  ACM-WEIGHTED       PIC 9(3).

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
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1   PIC X(3).

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
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2   PIC X(3).

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
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3   PIC X(3).

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
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4   PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-OUTCOME    PIC XX.
01  FILE-STATUS-MAP        PIC XX.
01  FILE-STATUS-COMPONENTS PIC XX.
01  FILE-STATUS-REPORT     PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-TODAY               PIC X(8).
01  WS-COUNT               PIC 9(4) VALUE 0.
01  WS-NUM-INPUT           PIC X(10).
01  WS-PGM-IN              PIC X(3).
01  WS-OUTCOME-IN          PIC X(6).
01  WS-TITLE-IN            PIC X(40).
01  WS-SUBJECT-IN          PIC X(10).
01  WS-COMPONENT-IN        PIC X.
01  WS-THRESHOLD-IN        PIC 9(3).
01  WS-TARGET-IN           PIC 9(3).
01  WS-WEIGHT-IN           PIC 9(3).
01  WS-DUPLICATE           PIC X.
01  WS-PGM-FILTER          PIC X(3).
01  WS-DEFAULT-THRESHOLD   PIC 9(3) VALUE 50.
01  WS-DEFAULT-TARGET      PIC 9(3) VALUE 70.
*> Two or more successive cohorts below target raise the flag.
01  WS-FLAG-RUN            PIC 9(2) VALUE 2.
01  WS-REPORT-FILENAME     PIC X(40).
01  WS-REPORT-ID           PIC X(20).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-PARAMS              PIC X(20).
*> Outcome catalog; WS-OC-POS is the outcome's place within its
*> program and indexes the per-student accumulators.
01  WS-OC-COUNT            PIC 9(3) VALUE 0.
01  WS-OC-IX               PIC 9(3).
01  WS-OC-TABLE.
    05  WS-OC-ENTRY        OCCURS 100 TIMES.
        10  WS-OC-PROGRAM  PIC X(3).
        10  WS-OC-CODE     PIC X(6).
        10  WS-OC-TITLE    PIC X(40).
        10  WS-OC-THRESHOLD PIC 9(3).
        10  WS-OC-TARGET   PIC 9(3).
        10  WS-OC-POS      PIC 9(2).
01  WS-MAX-POS             PIC 9(2) VALUE 12.
01  WS-MP-COUNT            PIC 9(3) VALUE 0.
01  WS-MP-IX               PIC 9(3).
01  WS-MP-TABLE.
    05  WS-MP-ENTRY        OCCURS 500 TIMES.
        10  WS-MP-SUBJECT  PIC X(10).
        10  WS-MP-COMPONENT PIC X.
        10  WS-MP-PROGRAM  PIC X(3).
        10  WS-MP-OC-IX    PIC 9(3).
        10  WS-MP-WEIGHT   PIC 9(3).
01  WS-ST-COUNT            PIC 9(4) VALUE 0.
01  WS-ST-IX               PIC 9(4).
01  WS-FOUND-IX            PIC 9(4).
01  WS-ST-TABLE.
    05  WS-ST-ENTRY        OCCURS 2000 TIMES.
        10  WS-ST-ID       PIC X(10).
        10  WS-ST-PROGRAM  PIC X(3).
        10  WS-ST-COHORT   PIC 9(4).
        10  WS-ST-SECTION  PIC X.
        10  WS-ST-OUTCOME  OCCURS 12 TIMES.
            15  WS-ST-SCORE    PIC 9(7).
            15  WS-ST-WEIGHT   PIC 9(5).
01  WS-CUR-ID              PIC X(10).
01  WS-CUR-PROGRAM         PIC X(3).
01  WS-CUR-COHORT          PIC 9(4).
01  WS-CUR-SECTION         PIC X.
01  WS-COMP-MARK           PIC 9(3).
01  WS-POS                 PIC 9(2).
01  WS-STUDENT-PCT         PIC 9(3)V9.
*> Attainment groups: one per program / outcome / cohort / section,
*> with section '*' holding the whole cohort.
01  WS-GR-COUNT            PIC 9(4) VALUE 0.
01  WS-GR-IX               PIC 9(4).
01  WS-GR-JX               PIC 9(4).
01  WS-GR-TABLE.
    05  WS-GR-ENTRY        OCCURS 2000 TIMES.
        10  WS-GR-OC-IX    PIC 9(3).
        10  WS-GR-COHORT   PIC 9(4).
        10  WS-GR-SECTION  PIC X.
        10  WS-GR-STUDENTS PIC 9(5).
        10  WS-GR-PCT-SUM  PIC 9(8)V9.
        10  WS-GR-ATTAINED PIC 9(5).
01  WS-FIND-OC-IX          PIC 9(3).
01  WS-FIND-COHORT         PIC 9(4).
01  WS-FIND-SECTION        PIC X.
01  WS-CH-COUNT            PIC 9(2) VALUE 0.
01  WS-CH-IX               PIC 9(2).
01  WS-CH-SHIFT            PIC 9(2).
01  WS-CH-PLACED           PIC X.
01  WS-COHORT-LIST.
    05  WS-CH-YEAR         OCCURS 50 TIMES PIC 9(4).
01  WS-AVG-PCT             PIC 9(3)V9.
01  WS-SHARE-PCT           PIC 9(3)V9.
01  WS-AVG-DISPLAY         PIC ZZ9.9.
01  WS-SHARE-DISPLAY       PIC ZZ9.9.
01  WS-COUNT-DISPLAY       PIC ZZZZ9.
01  WS-ATTAINED-DISPLAY    PIC ZZZZ9.
01  WS-SECTION-DISPLAY     PIC X(3).
01  WS-STATUS-TEXT         PIC X(14).
01  WS-LAST-PROGRAM        PIC X(3).
01  WS-RUN-LENGTH          PIC 9(2).
01  WS-LONGEST-RUN         PIC 9(2).
01  WS-FLAG-COUNT          PIC 9(3) VALUE 0.
01  WS-BELOW-COUNT         PIC 9(4) VALUE 0.
01  WS-SKIPPED-COUNT       PIC 9(5) VALUE 0.
01  WS-READ-COUNT          PIC 9(6) VALUE 0.
01  WS-TREND-LINE          PIC X(100).
01  WS-TREND-PTR           PIC 9(3).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    DISPLAY "--- Learning-Outcome Attainment ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. List program outcome catalog"
    DISPLAY "2. Add an outcome"
    DISPLAY "3. List component-to-outcome mapping"
    DISPLAY "4. Map a subject component to an outcome"
    DISPLAY "5. Outcome attainment report"
    DISPLAY "Enter choice (1-5): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM LIST-OUTCOMES
        WHEN '2'
            PERFORM ADD-OUTCOME
        WHEN '3'
            PERFORM LIST-MAPPING
        WHEN '4'
            PERFORM ADD-MAPPING
        WHEN '5'
            PERFORM ATTAINMENT-REPORT
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

LIST-OUTCOMES.
    PERFORM LOAD-OUTCOMES
    IF WS-OC-COUNT = 0
        DISPLAY "No outcome catalog on file."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Pgm Outcome Thr Tgt Title"
    PERFORM VARYING WS-OC-IX FROM 1 BY 1 UNTIL WS-OC-IX > WS-OC-COUNT
        DISPLAY WS-OC-PROGRAM(WS-OC-IX) " "
            WS-OC-CODE(WS-OC-IX) "  "
            WS-OC-THRESHOLD(WS-OC-IX) " "
            WS-OC-TARGET(WS-OC-IX) " "
            WS-OC-TITLE(WS-OC-IX)
    END-PERFORM
    DISPLAY WS-OC-COUNT " outcome(s) on file.".

ADD-OUTCOME.
    PERFORM LOAD-OUTCOMES
    DISPLAY "Enter program code (e.g. CST): "
    ACCEPT WS-PGM-IN
    MOVE FUNCTION UPPER-CASE(WS-PGM-IN) TO WS-PGM-IN
    IF WS-PGM-IN = SPACES
        MOVE "CST" TO WS-PGM-IN
    END-IF
    DISPLAY "Enter outcome code (e.g. PLO1): "
    ACCEPT WS-OUTCOME-IN
    MOVE FUNCTION UPPER-CASE(WS-OUTCOME-IN) TO WS-OUTCOME-IN
    IF WS-OUTCOME-IN = SPACES
        DISPLAY "An outcome code is required."
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-OUTCOME
    IF WS-FIND-OC-IX > 0
        DISPLAY "Outcome " FUNCTION TRIM(WS-OUTCOME-IN)
            " is already in the " WS-PGM-IN " catalog."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-COUNT
    PERFORM VARYING WS-OC-IX FROM 1 BY 1 UNTIL WS-OC-IX > WS-OC-COUNT
        IF WS-OC-PROGRAM(WS-OC-IX) = WS-PGM-IN
            ADD 1 TO WS-COUNT
        END-IF
    END-PERFORM
    IF WS-COUNT >= WS-MAX-POS
        DISPLAY "Program " WS-PGM-IN " already has " WS-MAX-POS
            " outcomes - no more can be added."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter outcome title: "
    ACCEPT WS-TITLE-IN
    DISPLAY "Attainment threshold % a student must reach (Enter for "
        WS-DEFAULT-THRESHOLD "): "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT = SPACES
        MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD-IN
    ELSE
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-THRESHOLD-IN
    END-IF
    DISPLAY "Target % of students attaining it (Enter for "
        WS-DEFAULT-TARGET "): "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT = SPACES
        MOVE WS-DEFAULT-TARGET TO WS-TARGET-IN
    ELSE
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-TARGET-IN
    END-IF
    IF WS-THRESHOLD-IN > 100 OR WS-TARGET-IN > 100
        DISPLAY "Threshold and target are percentages (0-100)."
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND OUTCOME-FILE
    IF FILE-STATUS-OUTCOME NOT = "00"
        OPEN OUTPUT OUTCOME-FILE
    END-IF
    MOVE SPACES TO OUTCOME-RECORD
    MOVE WS-PGM-IN TO OUT-PROGRAM
    MOVE WS-OUTCOME-IN TO OUT-CODE
    MOVE WS-TITLE-IN TO OUT-TITLE
    MOVE WS-THRESHOLD-IN TO OUT-THRESHOLD
    MOVE WS-TARGET-IN TO OUT-TARGET
    WRITE OUTCOME-RECORD
    CLOSE OUTCOME-FILE
    DISPLAY "Outcome recorded.".

LIST-MAPPING.
    MOVE 0 TO WS-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT MAP-FILE
    IF FILE-STATUS-MAP NOT = "00"
        DISPLAY "No component-to-outcome mapping on file."
        SET END-OF-FILE TO TRUE
    ELSE
        DISPLAY "Subject    Comp Pgm Outcome Weight"
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ MAP-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                DISPLAY OMP-SUBJECT-CODE " " OMP-COMPONENT "    "
                    OMP-PROGRAM " " OMP-OUTCOME "  " OMP-WEIGHT
                ADD 1 TO WS-COUNT
        END-READ
    END-PERFORM
    IF FILE-STATUS-MAP NOT = "35"
        CLOSE MAP-FILE
        DISPLAY WS-COUNT " mapping row(s) on file."
    END-IF
    MOVE 'N' TO WS-EOF.

ADD-MAPPING.
    PERFORM LOAD-OUTCOMES
    DISPLAY "Enter subject code (e.g. CST11101): "
    ACCEPT WS-SUBJECT-IN
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUBJECT-IN))
        TO WS-SUBJECT-IN
    DISPLAY "Component (C coursework, M midterm, F final): "
    ACCEPT WS-COMPONENT-IN
    MOVE FUNCTION UPPER-CASE(WS-COMPONENT-IN) TO WS-COMPONENT-IN
    IF WS-COMPONENT-IN NOT = 'C' AND WS-COMPONENT-IN NOT = 'M'
            AND WS-COMPONENT-IN NOT = 'F'
        DISPLAY "Component must be C, M or F."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter program code (e.g. CST): "
    ACCEPT WS-PGM-IN
    MOVE FUNCTION UPPER-CASE(WS-PGM-IN) TO WS-PGM-IN
    IF WS-PGM-IN = SPACES
        MOVE "CST" TO WS-PGM-IN
    END-IF
    DISPLAY "Enter outcome code: "
    ACCEPT WS-OUTCOME-IN
    MOVE FUNCTION UPPER-CASE(WS-OUTCOME-IN) TO WS-OUTCOME-IN
    PERFORM FIND-OUTCOME
    IF WS-FIND-OC-IX = 0
        DISPLAY "Outcome " FUNCTION TRIM(WS-OUTCOME-IN)
            " is not in the " WS-PGM-IN " catalog - add it first."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Weight (1-100): "
    ACCEPT WS-NUM-INPUT
    MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-WEIGHT-IN
    IF WS-WEIGHT-IN < 1 OR WS-WEIGHT-IN > 100
        DISPLAY "Weight must be 1-100."
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-DUPLICATE
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
                IF OMP-SUBJECT-CODE = WS-SUBJECT-IN
                        AND OMP-COMPONENT = WS-COMPONENT-IN
                        AND OMP-PROGRAM = WS-PGM-IN
                        AND OMP-OUTCOME = WS-OUTCOME-IN
                    MOVE 'Y' TO WS-DUPLICATE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-MAP NOT = "35"
        CLOSE MAP-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-DUPLICATE = 'Y'
        DISPLAY "That component is already mapped to "
            FUNCTION TRIM(WS-OUTCOME-IN) "."
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND MAP-FILE
    IF FILE-STATUS-MAP NOT = "00"
        OPEN OUTPUT MAP-FILE
    END-IF
    MOVE SPACES TO MAP-RECORD
    MOVE WS-SUBJECT-IN TO OMP-SUBJECT-CODE
    MOVE WS-COMPONENT-IN TO OMP-COMPONENT
    MOVE WS-PGM-IN TO OMP-PROGRAM
    MOVE WS-OUTCOME-IN TO OMP-OUTCOME
    MOVE WS-WEIGHT-IN TO OMP-WEIGHT
    WRITE MAP-RECORD
    CLOSE MAP-FILE
    DISPLAY "Mapping recorded.".

LOAD-OUTCOMES.
    MOVE 0 TO WS-OC-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT OUTCOME-FILE
    IF FILE-STATUS-OUTCOME NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ OUTCOME-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-OC-COUNT < 100
                    ADD 1 TO WS-OC-COUNT
                    MOVE OUT-PROGRAM TO WS-OC-PROGRAM(WS-OC-COUNT)
                    MOVE OUT-CODE TO WS-OC-CODE(WS-OC-COUNT)
                    MOVE OUT-TITLE TO WS-OC-TITLE(WS-OC-COUNT)
                    MOVE OUT-THRESHOLD TO WS-OC-THRESHOLD(WS-OC-COUNT)
                    MOVE OUT-TARGET TO WS-OC-TARGET(WS-OC-COUNT)
                    PERFORM NUMBER-OUTCOME-POSITION
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-OUTCOME NOT = "35"
        CLOSE OUTCOME-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

NUMBER-OUTCOME-POSITION.
    MOVE 1 TO WS-POS
    PERFORM VARYING WS-OC-IX FROM 1 BY 1
            UNTIL WS-OC-IX >= WS-OC-COUNT
        IF WS-OC-PROGRAM(WS-OC-IX) = WS-OC-PROGRAM(WS-OC-COUNT)
            ADD 1 TO WS-POS
        END-IF
    END-PERFORM
    MOVE WS-POS TO WS-OC-POS(WS-OC-COUNT).

FIND-OUTCOME.
    MOVE 0 TO WS-FIND-OC-IX
    PERFORM VARYING WS-OC-IX FROM 1 BY 1
            UNTIL WS-OC-IX > WS-OC-COUNT OR WS-FIND-OC-IX > 0
        IF WS-OC-PROGRAM(WS-OC-IX) = WS-PGM-IN
                AND WS-OC-CODE(WS-OC-IX) = WS-OUTCOME-IN
            MOVE WS-OC-IX TO WS-FIND-OC-IX
        END-IF
    END-PERFORM.

LOAD-MAPPING.
    MOVE 0 TO WS-MP-COUNT
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
                MOVE OMP-PROGRAM TO WS-PGM-IN
                MOVE OMP-OUTCOME TO WS-OUTCOME-IN
                PERFORM FIND-OUTCOME
                IF WS-FIND-OC-IX > 0 AND WS-MP-COUNT < 500
                        AND WS-OC-POS(WS-FIND-OC-IX) <= WS-MAX-POS
                    ADD 1 TO WS-MP-COUNT
                    MOVE OMP-SUBJECT-CODE TO WS-MP-SUBJECT(WS-MP-COUNT)
                    MOVE OMP-COMPONENT TO WS-MP-COMPONENT(WS-MP-COUNT)
                    MOVE OMP-PROGRAM TO WS-MP-PROGRAM(WS-MP-COUNT)
                    MOVE WS-FIND-OC-IX TO WS-MP-OC-IX(WS-MP-COUNT)
                    MOVE OMP-WEIGHT TO WS-MP-WEIGHT(WS-MP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-MAP NOT = "35"
        CLOSE MAP-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

LOAD-STUDENTS.
    *> Program, cohort and section come from the first semester
    *> master that holds the student.
    MOVE 0 TO WS-ST-COUNT
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ STUDENT-FILE-SEM1 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    MOVE STUDENT-ID1 TO WS-CUR-ID
                    MOVE PROGRAM-CODE1 TO WS-CUR-PROGRAM
                    MOVE COHORT-YEAR1 TO WS-CUR-COHORT
                    MOVE SECTION1 TO WS-CUR-SECTION
                    PERFORM ADD-STUDENT
            END-READ
        END-PERFORM
        CLOSE STUDENT-FILE-SEM1
    END-IF
    OPEN INPUT STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ STUDENT-FILE-SEM2 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    MOVE STUDENT-ID2 TO WS-CUR-ID
                    MOVE PROGRAM-CODE2 TO WS-CUR-PROGRAM
                    MOVE COHORT-YEAR2 TO WS-CUR-COHORT
                    MOVE SECTION2 TO WS-CUR-SECTION
                    PERFORM ADD-STUDENT
            END-READ
        END-PERFORM
        CLOSE STUDENT-FILE-SEM2
    END-IF
    OPEN INPUT STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ STUDENT-FILE-SEM3 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    MOVE STUDENT-ID3 TO WS-CUR-ID
                    MOVE PROGRAM-CODE3 TO WS-CUR-PROGRAM
                    MOVE COHORT-YEAR3 TO WS-CUR-COHORT
                    MOVE SECTION3 TO WS-CUR-SECTION
                    PERFORM ADD-STUDENT
            END-READ
        END-PERFORM
        CLOSE STUDENT-FILE-SEM3
    END-IF
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ STUDENT-FILE-SEM4 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    MOVE STUDENT-ID4 TO WS-CUR-ID
                    MOVE PROGRAM-CODE4 TO WS-CUR-PROGRAM
                    MOVE COHORT-YEAR4 TO WS-CUR-COHORT
                    MOVE SECTION4 TO WS-CUR-SECTION
                    PERFORM ADD-STUDENT
            END-READ
        END-PERFORM
        CLOSE STUDENT-FILE-SEM4
    END-IF
    MOVE 'N' TO WS-EOF.

ADD-STUDENT.
    PERFORM FIND-STUDENT
    IF WS-FOUND-IX > 0 OR WS-ST-COUNT >= 2000
        EXIT PARAGRAPH
    END-IF
    IF WS-CUR-PROGRAM = SPACES
        MOVE "CST" TO WS-CUR-PROGRAM
    END-IF
    IF WS-CUR-COHORT IS NOT NUMERIC
        MOVE 0 TO WS-CUR-COHORT
    END-IF
    ADD 1 TO WS-ST-COUNT
    MOVE WS-CUR-ID TO WS-ST-ID(WS-ST-COUNT)
    MOVE WS-CUR-PROGRAM TO WS-ST-PROGRAM(WS-ST-COUNT)
    MOVE WS-CUR-COHORT TO WS-ST-COHORT(WS-ST-COUNT)
    MOVE WS-CUR-SECTION TO WS-ST-SECTION(WS-ST-COUNT)
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-MAX-POS
        MOVE 0 TO WS-ST-SCORE(WS-ST-COUNT, WS-POS)
        MOVE 0 TO WS-ST-WEIGHT(WS-ST-COUNT, WS-POS)
    END-PERFORM.

FIND-STUDENT.
    MOVE 0 TO WS-FOUND-IX
    PERFORM VARYING WS-ST-IX FROM 1 BY 1
            UNTIL WS-ST-IX > WS-ST-COUNT OR WS-FOUND-IX > 0
        IF WS-ST-ID(WS-ST-IX) = WS-CUR-ID
            MOVE WS-ST-IX TO WS-FOUND-IX
        END-IF
    END-PERFORM.

ATTAINMENT-REPORT.
    DISPLAY "Program code (Enter for all programs): "
    ACCEPT WS-PGM-FILTER
    MOVE FUNCTION UPPER-CASE(WS-PGM-FILTER) TO WS-PGM-FILTER
    PERFORM LOAD-OUTCOMES
    IF WS-OC-COUNT = 0
        DISPLAY "No outcome catalog on file - add outcomes first."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-MAPPING
    IF WS-MP-COUNT = 0
        DISPLAY "No component-to-outcome mapping on file - map the "
            "assessment components first."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-STUDENTS
    MOVE 0 TO WS-READ-COUNT
    MOVE 0 TO WS-SKIPPED-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT COMPONENTS-FILE
    IF FILE-STATUS-COMPONENTS NOT = "00"
        DISPLAY "No assessment components on file."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ COMPONENTS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM SCORE-COMPONENT-ROW
        END-READ
    END-PERFORM
    CLOSE COMPONENTS-FILE
    MOVE 'N' TO WS-EOF
    PERFORM BUILD-ATTAINMENT-GROUPS
    PERFORM WRITE-ATTAINMENT-REPORT
    MOVE "OUTCOME-ATTAIN" TO WS-REPORT-ID
    MOVE SPACES TO WS-PARAMS
    IF WS-PGM-FILTER = SPACES
        MOVE "ALL PROGRAMS" TO WS-PARAMS
    ELSE
        STRING "PROGRAM " WS-PGM-FILTER
            DELIMITED BY SIZE INTO WS-PARAMS
    END-IF
    PERFORM SPOOL-REGISTER-RUN
    DISPLAY WS-READ-COUNT " component row(s) read; " WS-BELOW-COUNT
        " cohort result(s) below target; " WS-FLAG-COUNT
        " outcome(s) flagged."
    DISPLAY "Report written to " FUNCTION TRIM(WS-REPORT-FILENAME).

SCORE-COMPONENT-ROW.
    MOVE ACM-STUDENT-ID TO WS-CUR-ID
    PERFORM FIND-STUDENT
    IF WS-FOUND-IX = 0
        ADD 1 TO WS-SKIPPED-COUNT
        EXIT PARAGRAPH
    END-IF
    IF WS-PGM-FILTER NOT = SPACES
            AND WS-ST-PROGRAM(WS-FOUND-IX) NOT = WS-PGM-FILTER
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-MP-IX FROM 1 BY 1 UNTIL WS-MP-IX > WS-MP-COUNT
        IF WS-MP-SUBJECT(WS-MP-IX) = ACM-SUBJECT-CODE
                AND WS-MP-PROGRAM(WS-MP-IX) = WS-ST-PROGRAM(WS-FOUND-IX)
            EVALUATE WS-MP-COMPONENT(WS-MP-IX)
                WHEN 'C'
                    MOVE ACM-COURSEWORK TO WS-COMP-MARK
                WHEN 'M'
                    MOVE ACM-MIDTERM TO WS-COMP-MARK
                WHEN OTHER
                    MOVE ACM-FINAL TO WS-COMP-MARK
            END-EVALUATE
            MOVE WS-OC-POS(WS-MP-OC-IX(WS-MP-IX)) TO WS-POS
            COMPUTE WS-ST-SCORE(WS-FOUND-IX, WS-POS) =
                WS-ST-SCORE(WS-FOUND-IX, WS-POS)
                + WS-COMP-MARK * WS-MP-WEIGHT(WS-MP-IX)
            ADD WS-MP-WEIGHT(WS-MP-IX)
                TO WS-ST-WEIGHT(WS-FOUND-IX, WS-POS)
        END-IF
    END-PERFORM.

BUILD-ATTAINMENT-GROUPS.
    *> Each student assessed on an outcome counts once in their
    *> section's group and once in the whole-cohort group.
    MOVE 0 TO WS-GR-COUNT
    MOVE 0 TO WS-CH-COUNT
    PERFORM VARYING WS-ST-IX FROM 1 BY 1 UNTIL WS-ST-IX > WS-ST-COUNT
        PERFORM VARYING WS-OC-IX FROM 1 BY 1
                UNTIL WS-OC-IX > WS-OC-COUNT
            IF WS-OC-PROGRAM(WS-OC-IX) = WS-ST-PROGRAM(WS-ST-IX)
                MOVE WS-OC-POS(WS-OC-IX) TO WS-POS
                IF WS-POS <= WS-MAX-POS
                        AND WS-ST-WEIGHT(WS-ST-IX, WS-POS) > 0
                    COMPUTE WS-STUDENT-PCT ROUNDED =
                        WS-ST-SCORE(WS-ST-IX, WS-POS)
                        / WS-ST-WEIGHT(WS-ST-IX, WS-POS)
                    MOVE WS-OC-IX TO WS-FIND-OC-IX
                    MOVE WS-ST-COHORT(WS-ST-IX) TO WS-FIND-COHORT
                    MOVE WS-ST-SECTION(WS-ST-IX) TO WS-FIND-SECTION
                    PERFORM ADD-TO-GROUP
                    MOVE '*' TO WS-FIND-SECTION
                    PERFORM ADD-TO-GROUP
                    PERFORM ADD-COHORT-TO-LIST
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

ADD-TO-GROUP.
    PERFORM FIND-GROUP
    IF WS-GR-IX = 0
        IF WS-GR-COUNT >= 2000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-GR-COUNT
        MOVE WS-GR-COUNT TO WS-GR-IX
        MOVE WS-FIND-OC-IX TO WS-GR-OC-IX(WS-GR-IX)
        MOVE WS-FIND-COHORT TO WS-GR-COHORT(WS-GR-IX)
        MOVE WS-FIND-SECTION TO WS-GR-SECTION(WS-GR-IX)
        MOVE 0 TO WS-GR-STUDENTS(WS-GR-IX)
        MOVE 0 TO WS-GR-PCT-SUM(WS-GR-IX)
        MOVE 0 TO WS-GR-ATTAINED(WS-GR-IX)
    END-IF
    ADD 1 TO WS-GR-STUDENTS(WS-GR-IX)
    ADD WS-STUDENT-PCT TO WS-GR-PCT-SUM(WS-GR-IX)
    IF WS-STUDENT-PCT >= WS-OC-THRESHOLD(WS-FIND-OC-IX)
        ADD 1 TO WS-GR-ATTAINED(WS-GR-IX)
    END-IF.

FIND-GROUP.
    MOVE 0 TO WS-GR-IX
    PERFORM VARYING WS-GR-JX FROM 1 BY 1
            UNTIL WS-GR-JX > WS-GR-COUNT OR WS-GR-IX > 0
        IF WS-GR-OC-IX(WS-GR-JX) = WS-FIND-OC-IX
                AND WS-GR-COHORT(WS-GR-JX) = WS-FIND-COHORT
                AND WS-GR-SECTION(WS-GR-JX) = WS-FIND-SECTION
            MOVE WS-GR-JX TO WS-GR-IX
        END-IF
    END-PERFORM.

ADD-COHORT-TO-LIST.
    *> Keeps the cohort years in ascending order for the report.
    PERFORM VARYING WS-CH-IX FROM 1 BY 1 UNTIL WS-CH-IX > WS-CH-COUNT
        IF WS-CH-YEAR(WS-CH-IX) = WS-FIND-COHORT
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-CH-COUNT >= 50
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CH-COUNT
    MOVE WS-CH-COUNT TO WS-CH-IX
    MOVE 'N' TO WS-CH-PLACED
    PERFORM UNTIL WS-CH-PLACED = 'Y'
        IF WS-CH-IX = 1
            MOVE 'Y' TO WS-CH-PLACED
        ELSE
            COMPUTE WS-CH-SHIFT = WS-CH-IX - 1
            IF WS-CH-YEAR(WS-CH-SHIFT) < WS-FIND-COHORT
                MOVE 'Y' TO WS-CH-PLACED
            ELSE
                MOVE WS-CH-YEAR(WS-CH-SHIFT) TO WS-CH-YEAR(WS-CH-IX)
                SUBTRACT 1 FROM WS-CH-IX
            END-IF
        END-IF
    END-PERFORM
    MOVE WS-FIND-COHORT TO WS-CH-YEAR(WS-CH-IX).

WRITE-ATTAINMENT-REPORT.
    MOVE 0 TO WS-BELOW-COUNT
    MOVE 0 TO WS-FLAG-COUNT
    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "outcome_attain_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    IF WS-PGM-FILTER = SPACES
        STRING "LEARNING-OUTCOME ATTAINMENT  ALL PROGRAMS  (run "
            WS-TODAY ")"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "LEARNING-OUTCOME ATTAINMENT  PROGRAM " WS-PGM-FILTER
            "  (run " WS-TODAY ")"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    MOVE ALL "=" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO WS-LAST-PROGRAM
    PERFORM VARYING WS-OC-IX FROM 1 BY 1 UNTIL WS-OC-IX > WS-OC-COUNT
        IF WS-PGM-FILTER = SPACES
                OR WS-OC-PROGRAM(WS-OC-IX) = WS-PGM-FILTER
            PERFORM WRITE-OUTCOME-SECTION
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "OUTCOMES BELOW TARGET OVER SUCCESSIVE COHORTS" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-OC-IX FROM 1 BY 1 UNTIL WS-OC-IX > WS-OC-COUNT
        IF WS-PGM-FILTER = SPACES
                OR WS-OC-PROGRAM(WS-OC-IX) = WS-PGM-FILTER
            PERFORM WRITE-OUTCOME-TREND
        END-IF
    END-PERFORM
    IF WS-FLAG-COUNT = 0
        MOVE "  None." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Component rows read: " WS-READ-COUNT
        "   Rows for students not on any master: " WS-SKIPPED-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Cohort results below target: " WS-BELOW-COUNT
        "   Outcomes flagged: " WS-FLAG-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE.

WRITE-OUTCOME-SECTION.
    IF WS-OC-PROGRAM(WS-OC-IX) NOT = WS-LAST-PROGRAM
        MOVE WS-OC-PROGRAM(WS-OC-IX) TO WS-LAST-PROGRAM
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "PROGRAM " WS-LAST-PROGRAM
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-OC-CODE(WS-OC-IX) " " WS-OC-TITLE(WS-OC-IX)
        "  threshold " WS-OC-THRESHOLD(WS-OC-IX) "%  target "
        WS-OC-TARGET(WS-OC-IX) "%"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "    Cohort Sect Students  Avg %  Attained  Share %"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-COUNT
    PERFORM VARYING WS-CH-IX FROM 1 BY 1 UNTIL WS-CH-IX > WS-CH-COUNT
        PERFORM VARYING WS-GR-IX FROM 1 BY 1
                UNTIL WS-GR-IX > WS-GR-COUNT
            IF WS-GR-OC-IX(WS-GR-IX) = WS-OC-IX
                    AND WS-GR-COHORT(WS-GR-IX) = WS-CH-YEAR(WS-CH-IX)
                    AND WS-GR-SECTION(WS-GR-IX) NOT = '*'
                PERFORM WRITE-GROUP-LINE
            END-IF
        END-PERFORM
        MOVE WS-OC-IX TO WS-FIND-OC-IX
        MOVE WS-CH-YEAR(WS-CH-IX) TO WS-FIND-COHORT
        MOVE '*' TO WS-FIND-SECTION
        PERFORM FIND-GROUP
        IF WS-GR-IX > 0
            PERFORM WRITE-GROUP-LINE
        END-IF
    END-PERFORM
    IF WS-COUNT = 0
        MOVE "    No students assessed on this outcome." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

WRITE-GROUP-LINE.
    PERFORM COMPUTE-GROUP-PERCENTAGES
    MOVE WS-GR-STUDENTS(WS-GR-IX) TO WS-COUNT-DISPLAY
    MOVE WS-GR-ATTAINED(WS-GR-IX) TO WS-ATTAINED-DISPLAY
    MOVE SPACES TO WS-STATUS-TEXT
    IF WS-GR-SECTION(WS-GR-IX) = '*'
        MOVE "ALL" TO WS-SECTION-DISPLAY
        IF WS-SHARE-PCT < WS-OC-TARGET(WS-OC-IX)
            MOVE "BELOW TARGET" TO WS-STATUS-TEXT
            ADD 1 TO WS-BELOW-COUNT
        END-IF
    ELSE
        MOVE SPACES TO WS-SECTION-DISPLAY
        MOVE WS-GR-SECTION(WS-GR-IX) TO WS-SECTION-DISPLAY(2:1)
        IF WS-SHARE-PCT < WS-OC-TARGET(WS-OC-IX)
            MOVE "below target" TO WS-STATUS-TEXT
        END-IF
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "    " WS-GR-COHORT(WS-GR-IX) "   " WS-SECTION-DISPLAY
        "  " WS-COUNT-DISPLAY "    " WS-AVG-DISPLAY "     "
        WS-ATTAINED-DISPLAY "    " WS-SHARE-DISPLAY "  "
        WS-STATUS-TEXT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-COUNT.

COMPUTE-GROUP-PERCENTAGES.
    COMPUTE WS-AVG-PCT ROUNDED =
        WS-GR-PCT-SUM(WS-GR-IX) / WS-GR-STUDENTS(WS-GR-IX)
    COMPUTE WS-SHARE-PCT ROUNDED =
        WS-GR-ATTAINED(WS-GR-IX) * 100 / WS-GR-STUDENTS(WS-GR-IX)
    MOVE WS-AVG-PCT TO WS-AVG-DISPLAY
    MOVE WS-SHARE-PCT TO WS-SHARE-DISPLAY.

WRITE-OUTCOME-TREND.
    *> Walks the cohorts in year order on the whole-cohort lines; a
    *> cohort with no students assessed breaks the run.
    MOVE 0 TO WS-RUN-LENGTH
    MOVE 0 TO WS-LONGEST-RUN
    MOVE SPACES TO WS-TREND-LINE
    MOVE 1 TO WS-TREND-PTR
    PERFORM VARYING WS-CH-IX FROM 1 BY 1 UNTIL WS-CH-IX > WS-CH-COUNT
        MOVE WS-OC-IX TO WS-FIND-OC-IX
        MOVE WS-CH-YEAR(WS-CH-IX) TO WS-FIND-COHORT
        MOVE '*' TO WS-FIND-SECTION
        PERFORM FIND-GROUP
        IF WS-GR-IX = 0
            MOVE 0 TO WS-RUN-LENGTH
        ELSE
            PERFORM COMPUTE-GROUP-PERCENTAGES
            IF WS-SHARE-PCT < WS-OC-TARGET(WS-OC-IX)
                ADD 1 TO WS-RUN-LENGTH
                IF WS-RUN-LENGTH > WS-LONGEST-RUN
                    MOVE WS-RUN-LENGTH TO WS-LONGEST-RUN
                END-IF
                IF WS-TREND-PTR < 88
                    STRING " " WS-CH-YEAR(WS-CH-IX) " "
                        WS-SHARE-DISPLAY "%"
                        DELIMITED BY SIZE INTO WS-TREND-LINE
                        WITH POINTER WS-TREND-PTR
                END-IF
            ELSE
                MOVE 0 TO WS-RUN-LENGTH
            END-IF
        END-IF
    END-PERFORM
    IF WS-LONGEST-RUN >= WS-FLAG-RUN
        ADD 1 TO WS-FLAG-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-OC-PROGRAM(WS-OC-IX) " " WS-OC-CODE(WS-OC-IX)
            " " WS-OC-TITLE(WS-OC-IX) " below target "
            WS-OC-TARGET(WS-OC-IX) "% in " WS-LONGEST-RUN
            " successive cohorts"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "    Cohorts below target:" WS-TREND-LINE
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

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
