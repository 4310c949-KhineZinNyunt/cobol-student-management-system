IDENTIFICATION DIVISION.
PROGRAM-ID. DEGREE-WHATIF.

*> Degree-progress what-if calculator. Answers "what do I need in
*> the semesters I have left to graduate, or to make merit or
*> distinction?" from the completed TOTAL-MARKSn/GRADEn on the
*> four masters and the rules already applied at the end of the
*> course:
*>   - AWARD-RUN classifies on the four-semester grand total
*>     against award_bands.dat (distinction 2000 / merit 1600 /
*>     pass 1200);
*>   - DEGREE-AUDIT wants every semester passed and every subject
*>     at or above the pass mark (degree_audit_config.dat, 40);
*>   - the semester grade follows INSERT's grading scale
*>     (grading_scale.dat, or grading_scale_<pgm>.dat);
*>   - a semester total at or above the dean's-list threshold in
*>     standing_config.dat (500) puts the student on the list.
*> For each outcome it shows the minimum average semester total
*> still needed; the student can then key in hypothetical marks for
*> the remaining semesters and see the projected grades, grand
*> total and classification. Nothing is written.
*> Modes (LS-MODE):
*>   'S' - staff inquiry (MAINFRAME reports menu): any student ID.
*>   'K' - KIOSK: LS-STUDENT-ID is the verified student's own ID,
*>         and a semester still under the publication embargo is
*>         treated as not yet completed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT AWARD-BANDS-FILE ASSIGN TO "award_bands.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-BANDS.
    SELECT AUDIT-CONFIG-FILE ASSIGN TO "degree_audit_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT STANDING-CONFIG-FILE ASSIGN TO "standing_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STANDING.
    SELECT GRADING-SCALE-FILE ASSIGN TO "grading_scale.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-GRADING-SCALE.
    SELECT PROGRAM-SCALE-FILE ASSIGN TO WS-PGM-SCALE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PGMSCALE.
    SELECT PUBLICATION-FILE ASSIGN TO "publication_status.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PUBLICATION.

DATA DIVISION.
FILE SECTION.
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
    05  ELECTIVE-CODE1     PIC X(10).
    05  MARK1-ELECTIVE     PIC 9(3).
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
    05  ELECTIVE-CODE2     PIC X(10).
    05  MARK2-ELECTIVE     PIC 9(3).
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
    05  ELECTIVE-CODE3     PIC X(10).
    05  MARK3-ELECTIVE     PIC 9(3).
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
    05  ELECTIVE-CODE4     PIC X(10).
    05  MARK4-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4   PIC X(3).

FD  AWARD-BANDS-FILE.
01  AWARD-BANDS-RECORD.
    05  AB-DISTINCTION-MIN PIC 9(4).
    05  AB-MERIT-MIN       PIC 9(4).
    05  AB-PASS-MIN        PIC 9(4).

FD  AUDIT-CONFIG-FILE.
01  AUDIT-CONFIG-RECORD.
    05  AC-PASS-MARK       PIC 9(3).

FD  STANDING-CONFIG-FILE.
01  STANDING-CONFIG-RECORD.
    05  SC-DEANS-THRESHOLD PIC 9(3).
    05  SC-PROBATION-THRESHOLD PIC 9(3).

FD  GRADING-SCALE-FILE.
01  GRADING-SCALE-RECORD.
    05  GS-CUTOFF-A        PIC 9(3).
    05  GS-CUTOFF-B        PIC 9(3).
    05  GS-CUTOFF-C        PIC 9(3).

FD  PROGRAM-SCALE-FILE.
01  PROGRAM-SCALE-RECORD.
    05  PS-CUTOFF-A        PIC 9(3).
    05  PS-CUTOFF-B        PIC 9(3).
    05  PS-CUTOFF-C        PIC 9(3).

FD  PUBLICATION-FILE.
01  PUBLICATION-RECORD.
    05  PUB-SEMESTER       PIC 9.
    05  PUB-STATUS         PIC X.
    05  PUB-DATE           PIC X(8).

WORKING-STORAGE SECTION.
01  WS-MASTER-STATUS       PIC XX.
01  FILE-STATUS-BANDS      PIC XX.
01  FILE-STATUS-CONFIG     PIC XX.
01  FILE-STATUS-STANDING   PIC XX.
01  FILE-STATUS-GRADING-SCALE PIC XX.
01  FILE-STATUS-PGMSCALE   PIC XX.
01  FILE-STATUS-PUBLICATION PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-PGM-SCALE-FILENAME  PIC X(30).
01  WS-STUDENT-ID          PIC X(10).
01  WS-STUDENT-NAME        PIC X(30).
01  WS-PGM-CODE            PIC X(3) VALUE SPACES.
01  WS-ON-FILE             PIC X VALUE 'N'.

01  WS-DISTINCTION-MIN     PIC 9(4) VALUE 2000.
01  WS-MERIT-MIN           PIC 9(4) VALUE 1600.
01  WS-PASS-MIN            PIC 9(4) VALUE 1200.
01  WS-PASS-MARK           PIC 9(3) VALUE 40.
01  WS-DEANS-THRESHOLD     PIC 9(3) VALUE 500.
01  WS-GRADE-CUTOFF-A      PIC 9(3) VALUE 450.
01  WS-GRADE-CUTOFF-B      PIC 9(3) VALUE 400.
01  WS-GRADE-CUTOFF-C      PIC 9(3) VALUE 300.
*> Six core subjects and the elective, each marked out of 100.
01  WS-SEM-MAXIMUM         PIC 9(3) VALUE 700.

*> Per semester: C completed and passed, F completed and failed,
*> W withdrawn, R remaining (not on file, not graded yet, or
*> still embargoed at the kiosk).
01  WS-SEM-TABLE.
    05  WS-SEM-ENTRY       OCCURS 4 TIMES.
        10  WS-SEM-STATE   PIC X.
        10  WS-SEM-TOTAL   PIC 9(3).
        10  WS-SEM-GRADE   PIC X(2).
        10  WS-SEM-LOW-SUBJECTS PIC 9.
        10  WS-SEM-PUBLISHED PIC X.
01  WS-SEM-IX              PIC 9.
01  WS-SUBJ-IX             PIC 9.
01  WS-LOW-COUNT           PIC 9.

01  WS-DONE-TOTAL          PIC 9(4).
01  WS-REMAINING-COUNT     PIC 9.
01  WS-FAILED-COUNT        PIC 9.
01  WS-TARGET              PIC 9(4).
01  WS-TARGET-NAME         PIC X(12).
01  WS-NEEDED              PIC S9(5).
01  WS-NEEDED-AVG          PIC 9(4).
01  WS-NEEDED-DISP         PIC ZZZ9.

01  WS-WHATIF-CHOICE       PIC X.
01  WS-BY-SUBJECT          PIC X.
01  WS-MARK-INPUT          PIC X(3).
01  WS-MARK                PIC 9(3).
01  WS-HYPO-TOTAL          PIC 9(3).
01  WS-HYPO-LOW            PIC 9.
01  WS-HYPO-VALID          PIC X.
01  WS-CALC-TOTAL          PIC 9(4).
01  WS-GRADE               PIC X(2).
01  WS-PROJ-TOTAL          PIC 9(4).
01  WS-PROJ-ALL-PASS       PIC X.
01  WS-CLASS               PIC X(12).
01  WS-DEANS-COUNT         PIC 9.
01  WS-SEM-TOTAL-DISP      PIC ZZ9.
01  WS-TOTAL-DISP          PIC ZZZ9.

LINKAGE SECTION.
01  LS-MODE                PIC X.
01  LS-STUDENT-ID          PIC X(10).

PROCEDURE DIVISION USING LS-MODE, LS-STUDENT-ID.
MAIN-LOGIC.
    DISPLAY " "
    DISPLAY "===== Degree Progress What-If ====="
    IF LS-MODE = 'K'
        MOVE LS-STUDENT-ID TO WS-STUDENT-ID
    ELSE
        DISPLAY "Enter Student ID: "
        ACCEPT WS-STUDENT-ID
    END-IF
    PERFORM LOAD-RULES
    PERFORM LOAD-PUBLICATION-STATE
    PERFORM LOAD-SEMESTERS
    IF WS-ON-FILE = 'N'
        DISPLAY "No semester record on file for " WS-STUDENT-ID "."
        GOBACK
    END-IF
    PERFORM LOAD-PROGRAM-SCALE
    PERFORM SHOW-PROGRESS
    IF WS-REMAINING-COUNT = 0
        DISPLAY "All four semesters are complete - the award run "
            "will classify the final result."
        GOBACK
    END-IF
    PERFORM SHOW-REQUIREMENTS
    MOVE 'Y' TO WS-WHATIF-CHOICE
    PERFORM UNTIL WS-WHATIF-CHOICE NOT = 'Y'
        DISPLAY " "
        DISPLAY "Try hypothetical marks for the remaining "
            "semester(s)? (Y/N): "
        ACCEPT WS-WHATIF-CHOICE
        MOVE FUNCTION UPPER-CASE(WS-WHATIF-CHOICE) TO WS-WHATIF-CHOICE
        IF WS-WHATIF-CHOICE = 'Y'
            PERFORM RUN-WHATIF
        END-IF
    END-PERFORM
    GOBACK.

SHOW-PROGRESS.
    DISPLAY " "
    DISPLAY "Student : " WS-STUDENT-ID " " WS-STUDENT-NAME
    DISPLAY "Sem  Status      Total  Grade"
    MOVE 0 TO WS-DONE-TOTAL
    MOVE 0 TO WS-REMAINING-COUNT
    MOVE 0 TO WS-FAILED-COUNT
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        MOVE WS-SEM-TOTAL(WS-SEM-IX) TO WS-SEM-TOTAL-DISP
        EVALUATE WS-SEM-STATE(WS-SEM-IX)
            WHEN 'C'
                ADD WS-SEM-TOTAL(WS-SEM-IX) TO WS-DONE-TOTAL
                DISPLAY " " WS-SEM-IX "   Completed   "
                    WS-SEM-TOTAL-DISP "    " WS-SEM-GRADE(WS-SEM-IX)
                IF WS-SEM-LOW-SUBJECTS(WS-SEM-IX) > 0
                    DISPLAY "      " WS-SEM-LOW-SUBJECTS(WS-SEM-IX)
                        " subject(s) below the pass mark - a re-sit "
                        "or exemption is needed"
                END-IF
            WHEN 'F'
                ADD WS-SEM-TOTAL(WS-SEM-IX) TO WS-DONE-TOTAL
                ADD 1 TO WS-FAILED-COUNT
                DISPLAY " " WS-SEM-IX "   Failed      "
                    WS-SEM-TOTAL-DISP "    " WS-SEM-GRADE(WS-SEM-IX)
            WHEN 'W'
                ADD 1 TO WS-FAILED-COUNT
                DISPLAY " " WS-SEM-IX "   Withdrawn"
            WHEN OTHER
                ADD 1 TO WS-REMAINING-COUNT
                IF WS-SEM-PUBLISHED(WS-SEM-IX) = 'N'
                    DISPLAY " " WS-SEM-IX "   Results pending "
                        "publication"
                ELSE
                    DISPLAY " " WS-SEM-IX "   Remaining"
                END-IF
        END-EVALUATE
    END-PERFORM
    MOVE WS-DONE-TOTAL TO WS-TOTAL-DISP
    DISPLAY "Completed total so far: " WS-TOTAL-DISP
    IF WS-FAILED-COUNT > 0
        DISPLAY "NOTE: a failed or withdrawn semester must be "
            "cleared before any award -"
        DISPLAY "      the degree audit will not clear the student "
            "until then."
    END-IF.

SHOW-REQUIREMENTS.
    DISPLAY " "
    DISPLAY "Minimum average total needed in each remaining "
        "semester (" WS-REMAINING-COUNT " left, out of "
        WS-SEM-MAXIMUM "):"
    MOVE WS-PASS-MIN TO WS-TARGET
    MOVE "Pass" TO WS-TARGET-NAME
    PERFORM SHOW-ONE-TARGET
    MOVE WS-MERIT-MIN TO WS-TARGET
    MOVE "Merit" TO WS-TARGET-NAME
    PERFORM SHOW-ONE-TARGET
    MOVE WS-DISTINCTION-MIN TO WS-TARGET
    MOVE "Distinction" TO WS-TARGET-NAME
    PERFORM SHOW-ONE-TARGET
    DISPLAY "  Every remaining semester must also be passed (total "
        WS-GRADE-CUTOFF-C "+, each subject " WS-PASS-MARK "+)."
    DISPLAY "  Dean's list: a semester total of " WS-DEANS-THRESHOLD
        " or more.".

SHOW-ONE-TARGET.
    *> The remaining semesters must make up the gap to the band; a
    *> pass also needs each of them over the semester pass line.
    COMPUTE WS-NEEDED = WS-TARGET - WS-DONE-TOTAL
    IF WS-NEEDED <= 0
        MOVE 0 TO WS-NEEDED-AVG
    ELSE
        COMPUTE WS-NEEDED-AVG =
            (WS-NEEDED + WS-REMAINING-COUNT - 1) / WS-REMAINING-COUNT
    END-IF
    IF WS-NEEDED-AVG < WS-GRADE-CUTOFF-C
        MOVE WS-GRADE-CUTOFF-C TO WS-NEEDED-AVG
    END-IF
    MOVE WS-NEEDED-AVG TO WS-NEEDED-DISP
    IF WS-NEEDED-AVG > WS-SEM-MAXIMUM
        DISPLAY "  " WS-TARGET-NAME " (" WS-TARGET "): no longer "
            "attainable"
    ELSE
        DISPLAY "  " WS-TARGET-NAME " (" WS-TARGET "): "
            WS-NEEDED-DISP " per semester"
    END-IF.

RUN-WHATIF.
    DISPLAY "Key marks subject by subject? (Y = six subjects and "
        "elective, N = semester totals): "
    ACCEPT WS-BY-SUBJECT
    MOVE FUNCTION UPPER-CASE(WS-BY-SUBJECT) TO WS-BY-SUBJECT
    MOVE WS-DONE-TOTAL TO WS-PROJ-TOTAL
    MOVE 0 TO WS-DEANS-COUNT
    IF WS-FAILED-COUNT > 0
        MOVE 'N' TO WS-PROJ-ALL-PASS
    ELSE
        MOVE 'Y' TO WS-PROJ-ALL-PASS
    END-IF
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        IF WS-SEM-STATE(WS-SEM-IX) = 'R'
            PERFORM KEY-HYPOTHETICAL-SEMESTER
            MOVE WS-HYPO-TOTAL TO WS-CALC-TOTAL
            PERFORM ASSIGN-GRADE
            ADD WS-HYPO-TOTAL TO WS-PROJ-TOTAL
            MOVE WS-HYPO-TOTAL TO WS-SEM-TOTAL-DISP
            IF WS-GRADE = "F " OR WS-HYPO-LOW > 0
                MOVE 'N' TO WS-PROJ-ALL-PASS
            END-IF
            IF WS-HYPO-TOTAL >= WS-DEANS-THRESHOLD
                ADD 1 TO WS-DEANS-COUNT
                DISPLAY "  Semester " WS-SEM-IX ": total "
                    WS-SEM-TOTAL-DISP "  grade " WS-GRADE
                    "  DEAN'S LIST"
            ELSE
                DISPLAY "  Semester " WS-SEM-IX ": total "
                    WS-SEM-TOTAL-DISP "  grade " WS-GRADE
            END-IF
            IF WS-HYPO-LOW > 0
                DISPLAY "    " WS-HYPO-LOW " subject(s) below the "
                    "pass mark of " WS-PASS-MARK
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-PROJ-ALL-PASS = 'N'
            MOVE "NO AWARD" TO WS-CLASS
        WHEN WS-PROJ-TOTAL >= WS-DISTINCTION-MIN
            MOVE "DISTINCTION" TO WS-CLASS
        WHEN WS-PROJ-TOTAL >= WS-MERIT-MIN
            MOVE "MERIT" TO WS-CLASS
        WHEN WS-PROJ-TOTAL >= WS-PASS-MIN
            MOVE "PASS" TO WS-CLASS
        WHEN OTHER
            MOVE "NO AWARD" TO WS-CLASS
    END-EVALUATE
    MOVE WS-PROJ-TOTAL TO WS-TOTAL-DISP
    DISPLAY " "
    DISPLAY "Projected grand total : " WS-TOTAL-DISP
    DISPLAY "Projected award       : " WS-CLASS
    IF WS-PROJ-ALL-PASS = 'N'
        DISPLAY "  (every semester and subject must be passed for an "
            "award)"
    END-IF.

KEY-HYPOTHETICAL-SEMESTER.
    MOVE 0 TO WS-HYPO-TOTAL
    MOVE 0 TO WS-HYPO-LOW
    IF WS-BY-SUBJECT = 'Y'
        PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 7
            IF WS-SUBJ-IX = 7
                DISPLAY "Semester " WS-SEM-IX " elective mark "
                    "(blank = no elective): "
            ELSE
                DISPLAY "Semester " WS-SEM-IX " subject " WS-SUBJ-IX
                    " mark (0-100): "
            END-IF
            PERFORM ACCEPT-MARK
            IF WS-SUBJ-IX = 7 AND WS-MARK-INPUT = SPACES
                CONTINUE
            ELSE
                ADD WS-MARK TO WS-HYPO-TOTAL
                IF WS-MARK < WS-PASS-MARK
                    ADD 1 TO WS-HYPO-LOW
                END-IF
            END-IF
        END-PERFORM
    ELSE
        MOVE 'N' TO WS-HYPO-VALID
        PERFORM UNTIL WS-HYPO-VALID = 'Y'
            DISPLAY "Semester " WS-SEM-IX " total (0-"
                WS-SEM-MAXIMUM "): "
            ACCEPT WS-MARK-INPUT
            IF FUNCTION TRIM(WS-MARK-INPUT) IS NUMERIC
                    AND FUNCTION NUMVAL(WS-MARK-INPUT)
                        <= WS-SEM-MAXIMUM
                MOVE FUNCTION NUMVAL(WS-MARK-INPUT) TO WS-HYPO-TOTAL
                MOVE 'Y' TO WS-HYPO-VALID
            ELSE
                DISPLAY "Enter a whole number up to "
                    WS-SEM-MAXIMUM "."
            END-IF
        END-PERFORM
    END-IF.

ACCEPT-MARK.
    MOVE 'N' TO WS-HYPO-VALID
    PERFORM UNTIL WS-HYPO-VALID = 'Y'
        ACCEPT WS-MARK-INPUT
        IF WS-SUBJ-IX = 7 AND WS-MARK-INPUT = SPACES
            MOVE 0 TO WS-MARK
            MOVE 'Y' TO WS-HYPO-VALID
        ELSE
            IF FUNCTION TRIM(WS-MARK-INPUT) IS NUMERIC
                    AND FUNCTION NUMVAL(WS-MARK-INPUT) <= 100
                MOVE FUNCTION NUMVAL(WS-MARK-INPUT) TO WS-MARK
                MOVE 'Y' TO WS-HYPO-VALID
            ELSE
                DISPLAY "Enter a mark from 0 to 100: "
            END-IF
        END-IF
    END-PERFORM.

ASSIGN-GRADE.
    *> INSERT's semester grading.
    EVALUATE TRUE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-A + 25
            MOVE "A+" TO WS-GRADE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-A
            MOVE "A" TO WS-GRADE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-B + 25
            MOVE "B+" TO WS-GRADE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-B
            MOVE "B" TO WS-GRADE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-C + 25
            MOVE "C+" TO WS-GRADE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-C
            MOVE "C" TO WS-GRADE
        WHEN OTHER
            MOVE "F" TO WS-GRADE
    END-EVALUATE.

LOAD-SEMESTERS.
    MOVE 'N' TO WS-ON-FILE
    MOVE SPACES TO WS-STUDENT-NAME
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        MOVE 'R' TO WS-SEM-STATE(WS-SEM-IX)
        MOVE 0 TO WS-SEM-TOTAL(WS-SEM-IX)
        MOVE SPACES TO WS-SEM-GRADE(WS-SEM-IX)
        MOVE 0 TO WS-SEM-LOW-SUBJECTS(WS-SEM-IX)
    END-PERFORM
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS = "00"
        MOVE WS-STUDENT-ID TO STUDENT-ID1
        READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-ON-FILE
                MOVE STUDENT-NAME1 TO WS-STUDENT-NAME
                MOVE PROGRAM-CODE1 TO WS-PGM-CODE
                MOVE 0 TO WS-LOW-COUNT
                PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                        UNTIL WS-SUBJ-IX > 6
                    IF MARK1-SUBJ(WS-SUBJ-IX) < WS-PASS-MARK
                        ADD 1 TO WS-LOW-COUNT
                    END-IF
                END-PERFORM
                MOVE 1 TO WS-SEM-IX
                MOVE TOTAL-MARKS1 TO WS-SEM-TOTAL(1)
                MOVE GRADE1 TO WS-SEM-GRADE(1)
                MOVE WITHDRAWN1 TO WS-SEM-STATE(1)
                PERFORM CLASSIFY-SEMESTER
        END-READ
        CLOSE STUDENT-FILE-SEM1
    END-IF
    OPEN INPUT STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS = "00"
        MOVE WS-STUDENT-ID TO STUDENT-ID2
        READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-ON-FILE
                MOVE STUDENT-NAME2 TO WS-STUDENT-NAME
                MOVE PROGRAM-CODE2 TO WS-PGM-CODE
                MOVE 0 TO WS-LOW-COUNT
                PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                        UNTIL WS-SUBJ-IX > 6
                    IF MARK2-SUBJ(WS-SUBJ-IX) < WS-PASS-MARK
                        ADD 1 TO WS-LOW-COUNT
                    END-IF
                END-PERFORM
                MOVE 2 TO WS-SEM-IX
                MOVE TOTAL-MARKS2 TO WS-SEM-TOTAL(2)
                MOVE GRADE2 TO WS-SEM-GRADE(2)
                MOVE WITHDRAWN2 TO WS-SEM-STATE(2)
                PERFORM CLASSIFY-SEMESTER
        END-READ
        CLOSE STUDENT-FILE-SEM2
    END-IF
    OPEN INPUT STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS = "00"
        MOVE WS-STUDENT-ID TO STUDENT-ID3
        READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-ON-FILE
                MOVE STUDENT-NAME3 TO WS-STUDENT-NAME
                MOVE PROGRAM-CODE3 TO WS-PGM-CODE
                MOVE 0 TO WS-LOW-COUNT
                PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                        UNTIL WS-SUBJ-IX > 6
                    IF MARK3-SUBJ(WS-SUBJ-IX) < WS-PASS-MARK
                        ADD 1 TO WS-LOW-COUNT
                    END-IF
                END-PERFORM
                MOVE 3 TO WS-SEM-IX
                MOVE TOTAL-MARKS3 TO WS-SEM-TOTAL(3)
                MOVE GRADE3 TO WS-SEM-GRADE(3)
                MOVE WITHDRAWN3 TO WS-SEM-STATE(3)
                PERFORM CLASSIFY-SEMESTER
        END-READ
        CLOSE STUDENT-FILE-SEM3
    END-IF
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE WS-STUDENT-ID TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-ON-FILE
                MOVE STUDENT-NAME4 TO WS-STUDENT-NAME
                MOVE PROGRAM-CODE4 TO WS-PGM-CODE
                MOVE 0 TO WS-LOW-COUNT
                PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                        UNTIL WS-SUBJ-IX > 6
                    IF MARK4-SUBJ(WS-SUBJ-IX) < WS-PASS-MARK
                        ADD 1 TO WS-LOW-COUNT
                    END-IF
                END-PERFORM
                MOVE 4 TO WS-SEM-IX
                MOVE TOTAL-MARKS4 TO WS-SEM-TOTAL(4)
                MOVE GRADE4 TO WS-SEM-GRADE(4)
                MOVE WITHDRAWN4 TO WS-SEM-STATE(4)
                PERFORM CLASSIFY-SEMESTER
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF.

CLASSIFY-SEMESTER.
    *> WS-SEM-STATE arrives holding the master's WITHDRAWN byte.
    MOVE WS-LOW-COUNT TO WS-SEM-LOW-SUBJECTS(WS-SEM-IX)
    EVALUATE TRUE
        WHEN WS-SEM-STATE(WS-SEM-IX) = 'W'
            CONTINUE
        WHEN WS-SEM-STATE(WS-SEM-IX) = 'D'
            MOVE 'R' TO WS-SEM-STATE(WS-SEM-IX)
        WHEN WS-SEM-PUBLISHED(WS-SEM-IX) = 'N'
            MOVE 'R' TO WS-SEM-STATE(WS-SEM-IX)
        WHEN WS-SEM-GRADE(WS-SEM-IX) = SPACES
                OR WS-SEM-GRADE(WS-SEM-IX) = "NA"
            MOVE 'R' TO WS-SEM-STATE(WS-SEM-IX)
        WHEN WS-SEM-GRADE(WS-SEM-IX)(1:1) = "F"
            MOVE 'F' TO WS-SEM-STATE(WS-SEM-IX)
        WHEN OTHER
            MOVE 'C' TO WS-SEM-STATE(WS-SEM-IX)
    END-EVALUATE
    IF WS-SEM-STATE(WS-SEM-IX) = 'R'
        MOVE 0 TO WS-SEM-TOTAL(WS-SEM-IX)
        MOVE SPACES TO WS-SEM-GRADE(WS-SEM-IX)
    END-IF.

LOAD-PUBLICATION-STATE.
    *> Staff see every semester; at the kiosk an embargoed semester
    *> must not give its total away through the arithmetic.
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        MOVE 'Y' TO WS-SEM-PUBLISHED(WS-SEM-IX)
    END-PERFORM
    IF LS-MODE NOT = 'K'
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        MOVE 'N' TO WS-SEM-PUBLISHED(WS-SEM-IX)
    END-PERFORM
    OPEN INPUT PUBLICATION-FILE
    IF FILE-STATUS-PUBLICATION = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ PUBLICATION-FILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    IF PUB-SEMESTER >= 1 AND PUB-SEMESTER <= 4
                            AND PUB-STATUS = 'P'
                        MOVE 'Y' TO WS-SEM-PUBLISHED(PUB-SEMESTER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PUBLICATION-FILE
    END-IF.

LOAD-RULES.
    OPEN INPUT AWARD-BANDS-FILE
    IF FILE-STATUS-BANDS = "00"
        READ AWARD-BANDS-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE AB-DISTINCTION-MIN TO WS-DISTINCTION-MIN
                MOVE AB-MERIT-MIN TO WS-MERIT-MIN
                MOVE AB-PASS-MIN TO WS-PASS-MIN
        END-READ
        CLOSE AWARD-BANDS-FILE
    END-IF
    OPEN INPUT AUDIT-CONFIG-FILE
    IF FILE-STATUS-CONFIG = "00"
        READ AUDIT-CONFIG-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE AC-PASS-MARK TO WS-PASS-MARK
        END-READ
        CLOSE AUDIT-CONFIG-FILE
    END-IF
    OPEN INPUT STANDING-CONFIG-FILE
    IF FILE-STATUS-STANDING = "00"
        READ STANDING-CONFIG-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SC-DEANS-THRESHOLD > 0
                    MOVE SC-DEANS-THRESHOLD TO WS-DEANS-THRESHOLD
                END-IF
        END-READ
        CLOSE STANDING-CONFIG-FILE
    END-IF
    OPEN INPUT GRADING-SCALE-FILE
    IF FILE-STATUS-GRADING-SCALE = "00"
        READ GRADING-SCALE-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE GS-CUTOFF-A TO WS-GRADE-CUTOFF-A
                MOVE GS-CUTOFF-B TO WS-GRADE-CUTOFF-B
                MOVE GS-CUTOFF-C TO WS-GRADE-CUTOFF-C
        END-READ
        CLOSE GRADING-SCALE-FILE
    END-IF.

LOAD-PROGRAM-SCALE.
    *> Same lookup INSERT makes: a program with its own grading
    *> configuration keeps it in grading_scale_<pgm>.dat.
    IF WS-PGM-CODE NOT = SPACES AND WS-PGM-CODE NOT = "CST"
        MOVE SPACES TO WS-PGM-SCALE-FILENAME
        STRING "grading_scale_" FUNCTION TRIM(WS-PGM-CODE) ".dat"
            DELIMITED BY SIZE INTO WS-PGM-SCALE-FILENAME
        OPEN INPUT PROGRAM-SCALE-FILE
        IF FILE-STATUS-PGMSCALE = "00"
            READ PROGRAM-SCALE-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE PS-CUTOFF-A TO WS-GRADE-CUTOFF-A
                    MOVE PS-CUTOFF-B TO WS-GRADE-CUTOFF-B
                    MOVE PS-CUTOFF-C TO WS-GRADE-CUTOFF-C
            END-READ
            CLOSE PROGRAM-SCALE-FILE
        END-IF
    END-IF.
