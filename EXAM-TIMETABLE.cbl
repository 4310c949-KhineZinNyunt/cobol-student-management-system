IDENTIFICATION DIVISION.
PROGRAM-ID. EXAM-TIMETABLE.

*> Per-paper exam timetable. exam_schedule.dat carries one row per
*> paper sitting - semester, subject code (core or elective),
*> sitting type (N normal, R SEM1 retake, S supplementary re-sit),
*> exam date and session (A morning, P afternoon) - replacing the
*> single term exam date on academic_calendar.dat. The scheduling
*> run works out which papers every student sits:
*>   N - the core subjects of the student's current semester (the
*>       highest master they appear on, through the program catalog
*>       overlay) plus their elective;
*>   R - the SEM1 papers, for a student with an archived attempt
*>       on retake_history.dat whose SEM1 grade is still F;
*>   S - each scheduled row on supp_candidates.dat.
*> Anyone who would sit two papers in the same date and session is
*> listed on exam_clashes.txt, and the full sitting list is written
*> to exam_entries.dat, from which SEAT-PLAN builds the seating plan
*> for each sitting.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCHEDULE-FILE ASSIGN TO "exam_schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SCHEDULE.
    SELECT TEMP-SCHEDULE-FILE ASSIGN TO "temp_exam_schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ENTRIES-FILE ASSIGN TO "exam_entries.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ENTRIES.
    SELECT CLASH-FILE ASSIGN TO "exam_clashes.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PROGRAM-CATALOG-FILE ASSIGN TO "program_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PGMCAT.
    SELECT RETAKE-HISTORY-FILE ASSIGN TO "retake_history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-RETAKE.
    SELECT CANDIDATES-FILE ASSIGN TO "supp_candidates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CANDIDATES.
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
FD  SCHEDULE-FILE.
01  SCHEDULE-RECORD.
    05  EXS-SEMESTER       PIC 9.
    05  EXS-SUBJECT-CODE   PIC X(10).
    05  EXS-SITTING-TYPE   PIC X.
        88  EXS-NORMAL      VALUE 'N'.
        88  EXS-RETAKE      VALUE 'R'.
        88  EXS-SUPP        VALUE 'S'.
    05  EXS-EXAM-DATE      PIC X(8).
    05  EXS-SESSION        PIC X.

FD  TEMP-SCHEDULE-FILE.
01  TEMP-SCHEDULE-RECORD   PIC X(21).

FD  ENTRIES-FILE.
01  ENTRIES-RECORD.
    05  EXE-EXAM-DATE      PIC X(8).
    05  EXE-SESSION        PIC X.
    05  EXE-SEMESTER       PIC 9.
    05  EXE-SUBJECT-CODE   PIC X(10).
    05  EXE-SITTING-TYPE   PIC X.
    05  EXE-STUDENT-ID     PIC X(10).
    05  EXE-STUDENT-NAME   PIC X(30).

FD  CLASH-FILE.
01  CLASH-LINE             PIC X(100).

FD  PROGRAM-CATALOG-FILE.
01  PROGRAM-CATALOG-RECORD.
    05  PGM-CODE           PIC X(3).
    05  PGM-SEMESTER       PIC 9.
    05  PGM-SLOT           PIC 9.
    05  PGM-SUBJECT-CODE   PIC X(10).
    05  PGM-TITLE          PIC X(28).

FD  RETAKE-HISTORY-FILE.
01  RETAKE-HISTORY-RECORD  PIC X(88).

FD  CANDIDATES-FILE.
01  CANDIDATES-RECORD.
    05  SUP-SEMESTER       PIC 9.
    05  SUP-STUDENT-ID     PIC X(10).
    05  SUP-SUBJECT-IX     PIC 9.
    05  SUP-SUBJECT-CODE   PIC X(10).
    05  SUP-ORIG-MARK      PIC 9(3).
    05  SUP-STATUS         PIC X.
        88  SUPP-SCHEDULED  VALUE 'S'.
        88  SUPP-MARKED     VALUE 'M'.
    05  SUP-SIT-DATE       PIC X(8).

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  STUDENT-NAME1      PIC X(30).
    05  FILLER             PIC X(21).
    05  GRADE1             PIC X(2).
    05  FILLER             PIC X(3).
    05  WITHDRAWN1         PIC X.
    05  ELECTIVE-CODE1     PIC X(10).
    05  FILLER             PIC X(3).
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1   PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN2         PIC X.
    05  ELECTIVE-CODE2     PIC X(10).
    05  FILLER             PIC X(3).
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2   PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN3         PIC X.
    05  ELECTIVE-CODE3     PIC X(10).
    05  FILLER             PIC X(3).
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3   PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN4         PIC X.
    05  ELECTIVE-CODE4     PIC X(10).
    05  FILLER             PIC X(3).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4   PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-SCHEDULE   PIC XX.
01  FILE-STATUS-ENTRIES    PIC XX.
01  FILE-STATUS-PGMCAT     PIC XX.
01  FILE-STATUS-RETAKE     PIC XX.
01  FILE-STATUS-CANDIDATES PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.

*> Keyboard input for one schedule row.
01  WS-IN-SEMESTER         PIC 9.
01  WS-IN-SUBJECT          PIC X(10).
01  WS-IN-TYPE             PIC X.
01  WS-IN-DATE             PIC X(8).
01  WS-IN-SESSION          PIC X.
01  WS-REMOVED             PIC X.

*> The timetable as loaded from exam_schedule.dat.
01  WS-EXS-COUNT           PIC 9(3) VALUE 0.
01  WS-EXS-TABLE.
    05  WS-EXS-ENTRY       OCCURS 300 TIMES.
        10  WS-EXS-SEM     PIC 9.
        10  WS-EXS-SUBJECT PIC X(10).
        10  WS-EXS-TYPE    PIC X.
        10  WS-EXS-DATE    PIC X(8).
        10  WS-EXS-SESSION PIC X.
01  WS-EXS-IX              PIC 9(3).
01  WS-SORT-I              PIC 9(4).
01  WS-SORT-J              PIC 9(4).
01  WS-EXS-SWAP            PIC X(21).

01  WS-PGMCAT-COUNT        PIC 9(3) VALUE 0.
01  WS-PGMCAT-TABLE.
    05  WS-PGMCAT-ENTRY    OCCURS 200 TIMES.
        10  WS-PC-CODE     PIC X(3).
        10  WS-PC-SEM      PIC 9.
        10  WS-PC-SLOT     PIC 9.
        10  WS-PC-SUBJECT  PIC X(10).
01  WS-PGMCAT-IX           PIC 9(3).
01  WS-PGMCAT-EOF          PIC X VALUE 'N'.
01  SUBJECT-PART-VALUES.
    05  FILLER PIC X(3) VALUE "101".
    05  FILLER PIC X(3) VALUE "201".
    05  FILLER PIC X(3) VALUE "401".
    05  FILLER PIC X(3) VALUE "501".
    05  FILLER PIC X(3) VALUE "601".
    05  FILLER PIC X(3) VALUE "701".
01  SUBJECT-PART-TABLE REDEFINES SUBJECT-PART-VALUES.
    05  SUBJECT-PART       OCCURS 6 TIMES PIC X(3).
01  WS-BUILT-CODE          PIC X(10).
01  WS-IX                  PIC 9.
01  WS-REC-PGM             PIC X(3).
01  WS-SUBJECT-INDEX       PIC 9.

*> One row per student, the current semester being the highest
*> master the student appears on.
01  WS-STU-COUNT           PIC 9(4) VALUE 0.
01  WS-STU-TABLE.
    05  WS-STU-ENTRY       OCCURS 1000 TIMES.
        10  WS-STU-ID      PIC X(10).
        10  WS-STU-NAME    PIC X(30).
        10  WS-STU-SEM     PIC 9.
        10  WS-STU-PGM     PIC X(3).
        10  WS-STU-ELECTIVE PIC X(10).
        10  WS-STU-WITHDRAWN PIC X.
        10  WS-STU-SEM1-FAIL PIC X.
        10  WS-STU-RETAKE  PIC X.
01  WS-STU-IX              PIC 9(4).
01  WS-STU-HIT             PIC 9(4).
01  WS-CUR-ID              PIC X(10).
01  WS-CUR-NAME            PIC X(30).
01  WS-CUR-SEM             PIC 9.
01  WS-CUR-PGM             PIC X(3).
01  WS-CUR-ELECTIVE        PIC X(10).
01  WS-CUR-WITHDRAWN       PIC X.

01  WS-SUP-COUNT           PIC 9(4) VALUE 0.
01  WS-SUP-TABLE.
    05  WS-SUP-ENTRY       OCCURS 1000 TIMES.
        10  WS-SUP-SEM     PIC 9.
        10  WS-SUP-ID      PIC X(10).
        10  WS-SUP-SUBJECT PIC X(10).
01  WS-SUP-IX              PIC 9(4).

*> The papers one student sits, as subscripts into WS-EXS-TABLE.
01  WS-PAP-COUNT           PIC 9(2) VALUE 0.
01  WS-PAP-TABLE.
    05  WS-PAP-EXS         OCCURS 30 TIMES PIC 9(3).
01  WS-PAP-I               PIC 9(2).
01  WS-PAP-J               PIC 9(2).
01  WS-SITS                PIC X.
01  WS-ENTRY-COUNT         PIC 9(5) VALUE 0.
01  WS-CLASH-COUNT         PIC 9(4) VALUE 0.
01  WS-UNDATED-COUNT       PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Exam Timetable ---"
    DISPLAY "1. Schedule a paper (add or move)"
    DISPLAY "2. Remove a paper from the timetable"
    DISPLAY "3. List the timetable"
    DISPLAY "4. Scheduling run (sitting lists and clash report)"
    DISPLAY "Enter choice (1-4): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM SCHEDULE-PAPER
        WHEN '2'
            PERFORM REMOVE-PAPER
        WHEN '3'
            PERFORM LIST-TIMETABLE
        WHEN '4'
            PERFORM SCHEDULING-RUN
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

ACCEPT-PAPER-KEY.
    DISPLAY "Select Semester (1-4): "
    ACCEPT WS-IN-SEMESTER
    DISPLAY "Enter subject code (core or elective, e.g. CST11101): "
    ACCEPT WS-IN-SUBJECT
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-SUBJECT))
        TO WS-IN-SUBJECT
    DISPLAY "Sitting (N)ormal, (R)etake or (S)upplementary: "
    ACCEPT WS-IN-TYPE
    MOVE FUNCTION UPPER-CASE(WS-IN-TYPE) TO WS-IN-TYPE
    IF WS-IN-TYPE NOT = 'R' AND WS-IN-TYPE NOT = 'S'
        MOVE 'N' TO WS-IN-TYPE
    END-IF.

SCHEDULE-PAPER.
    PERFORM ACCEPT-PAPER-KEY
    IF WS-IN-SEMESTER < 1 OR WS-IN-SEMESTER > 4
            OR WS-IN-SUBJECT = SPACES
        DISPLAY "Semester 1-4 and a subject code are required - "
            "nothing saved."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Exam date (YYYYMMDD): "
    ACCEPT WS-IN-DATE
    DISPLAY "Session (A)M or (P)M: "
    ACCEPT WS-IN-SESSION
    MOVE FUNCTION UPPER-CASE(WS-IN-SESSION) TO WS-IN-SESSION
    IF WS-IN-DATE IS NOT NUMERIC
        DISPLAY "A numeric YYYYMMDD date is required - nothing "
            "saved."
        EXIT PARAGRAPH
    END-IF
    IF WS-IN-SESSION NOT = 'A' AND WS-IN-SESSION NOT = 'P'
        DISPLAY "Session must be A or P - nothing saved."
        EXIT PARAGRAPH
    END-IF
    *> A paper has one sitting; scheduling it again moves it.
    PERFORM DROP-SCHEDULE-ROW
    OPEN EXTEND SCHEDULE-FILE
    IF FILE-STATUS-SCHEDULE NOT = "00"
        OPEN OUTPUT SCHEDULE-FILE
    END-IF
    MOVE SPACES TO SCHEDULE-RECORD
    MOVE WS-IN-SEMESTER TO EXS-SEMESTER
    MOVE WS-IN-SUBJECT TO EXS-SUBJECT-CODE
    MOVE WS-IN-TYPE TO EXS-SITTING-TYPE
    MOVE WS-IN-DATE TO EXS-EXAM-DATE
    MOVE WS-IN-SESSION TO EXS-SESSION
    WRITE SCHEDULE-RECORD
    CLOSE SCHEDULE-FILE
    IF WS-REMOVED = 'Y'
        DISPLAY "Paper moved to " WS-IN-DATE " session "
            WS-IN-SESSION "."
    ELSE
        DISPLAY "Paper scheduled for " WS-IN-DATE " session "
            WS-IN-SESSION "."
    END-IF
    DISPLAY "Re-run the scheduling run to check for clashes.".

REMOVE-PAPER.
    PERFORM ACCEPT-PAPER-KEY
    PERFORM DROP-SCHEDULE-ROW
    IF WS-REMOVED = 'Y'
        DISPLAY "Paper removed from the timetable."
    ELSE
        DISPLAY "That paper is not on the timetable."
    END-IF.

DROP-SCHEDULE-ROW.
    *> Copies the timetable less the row for the keyed paper.
    MOVE 'N' TO WS-REMOVED
    OPEN INPUT SCHEDULE-FILE
    IF FILE-STATUS-SCHEDULE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-SCHEDULE-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ SCHEDULE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF EXS-SEMESTER = WS-IN-SEMESTER
                        AND EXS-SUBJECT-CODE = WS-IN-SUBJECT
                        AND EXS-SITTING-TYPE = WS-IN-TYPE
                    MOVE 'Y' TO WS-REMOVED
                ELSE
                    MOVE SCHEDULE-RECORD TO TEMP-SCHEDULE-RECORD
                    WRITE TEMP-SCHEDULE-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCHEDULE-FILE
    CLOSE TEMP-SCHEDULE-FILE
    CALL "CBL_DELETE_FILE" USING "exam_schedule.dat"
    CALL "CBL_RENAME_FILE" USING "temp_exam_schedule.dat"
        "exam_schedule.dat"
    MOVE 'N' TO WS-EOF.

LOAD-SCHEDULE.
    MOVE 0 TO WS-EXS-COUNT
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
                IF WS-EXS-COUNT < 300
                    ADD 1 TO WS-EXS-COUNT
                    MOVE SCHEDULE-RECORD
                        TO WS-EXS-ENTRY(WS-EXS-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SCHEDULE NOT = "35"
        CLOSE SCHEDULE-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

SORT-SCHEDULE.
    *> Date, then session, then semester and subject - the order
    *> the timetable is printed and posted in.
    PERFORM VARYING WS-SORT-I FROM 1 BY 1
            UNTIL WS-SORT-I >= WS-EXS-COUNT
        PERFORM VARYING WS-SORT-J FROM 1 BY 1
                UNTIL WS-SORT-J > WS-EXS-COUNT - WS-SORT-I
            IF WS-EXS-DATE(WS-SORT-J) > WS-EXS-DATE(WS-SORT-J + 1)
                OR (WS-EXS-DATE(WS-SORT-J)
                        = WS-EXS-DATE(WS-SORT-J + 1)
                    AND WS-EXS-SESSION(WS-SORT-J)
                        > WS-EXS-SESSION(WS-SORT-J + 1))
                OR (WS-EXS-DATE(WS-SORT-J)
                        = WS-EXS-DATE(WS-SORT-J + 1)
                    AND WS-EXS-SESSION(WS-SORT-J)
                        = WS-EXS-SESSION(WS-SORT-J + 1)
                    AND WS-EXS-ENTRY(WS-SORT-J)
                        > WS-EXS-ENTRY(WS-SORT-J + 1))
                MOVE WS-EXS-ENTRY(WS-SORT-J) TO WS-EXS-SWAP
                MOVE WS-EXS-ENTRY(WS-SORT-J + 1)
                    TO WS-EXS-ENTRY(WS-SORT-J)
                MOVE WS-EXS-SWAP TO WS-EXS-ENTRY(WS-SORT-J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

LIST-TIMETABLE.
    PERFORM LOAD-SCHEDULE
    IF WS-EXS-COUNT = 0
        DISPLAY "No papers on the exam timetable yet."
        EXIT PARAGRAPH
    END-IF
    PERFORM SORT-SCHEDULE
    DISPLAY "Date     Ses Sem Subject    Sitting"
    PERFORM VARYING WS-EXS-IX FROM 1 BY 1
            UNTIL WS-EXS-IX > WS-EXS-COUNT
        EVALUATE WS-EXS-TYPE(WS-EXS-IX)
            WHEN 'R'
                DISPLAY WS-EXS-DATE(WS-EXS-IX) "  "
                    WS-EXS-SESSION(WS-EXS-IX) "   "
                    WS-EXS-SEM(WS-EXS-IX) "  "
                    WS-EXS-SUBJECT(WS-EXS-IX) " Retake"
            WHEN 'S'
                DISPLAY WS-EXS-DATE(WS-EXS-IX) "  "
                    WS-EXS-SESSION(WS-EXS-IX) "   "
                    WS-EXS-SEM(WS-EXS-IX) "  "
                    WS-EXS-SUBJECT(WS-EXS-IX) " Supplementary"
            WHEN OTHER
                DISPLAY WS-EXS-DATE(WS-EXS-IX) "  "
                    WS-EXS-SESSION(WS-EXS-IX) "   "
                    WS-EXS-SEM(WS-EXS-IX) "  "
                    WS-EXS-SUBJECT(WS-EXS-IX) " Normal"
        END-EVALUATE
    END-PERFORM
    DISPLAY WS-EXS-COUNT " paper(s) on the timetable.".

SCHEDULING-RUN.
    PERFORM LOAD-SCHEDULE
    IF WS-EXS-COUNT = 0
        DISPLAY "No papers on the exam timetable - schedule them "
            "first."
        EXIT PARAGRAPH
    END-IF
    PERFORM SORT-SCHEDULE
    PERFORM LOAD-PROGRAM-CATALOG
    PERFORM LOAD-STUDENTS
    PERFORM LOAD-RETAKES
    PERFORM LOAD-SUPP-CANDIDATES
    MOVE 0 TO WS-ENTRY-COUNT
    MOVE 0 TO WS-CLASH-COUNT
    OPEN OUTPUT ENTRIES-FILE
    OPEN OUTPUT CLASH-FILE
    MOVE "EXAM TIMETABLE CLASH REPORT" TO CLASH-LINE
    WRITE CLASH-LINE
    MOVE SPACES TO CLASH-LINE
    STRING "Generated: " FUNCTION CURRENT-DATE(1:8)
        DELIMITED BY SIZE INTO CLASH-LINE
    WRITE CLASH-LINE
    MOVE ALL "-" TO CLASH-LINE
    WRITE CLASH-LINE
    MOVE "StudentID  Name                           Date     Ses Papers"
        TO CLASH-LINE
    WRITE CLASH-LINE
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT
        IF WS-STU-WITHDRAWN(WS-STU-IX) NOT = 'W'
            PERFORM BUILD-STUDENT-PAPERS
            PERFORM WRITE-STUDENT-ENTRIES
            PERFORM CHECK-STUDENT-CLASHES
        END-IF
    END-PERFORM
    MOVE SPACES TO CLASH-LINE
    WRITE CLASH-LINE
    MOVE SPACES TO CLASH-LINE
    STRING WS-CLASH-COUNT " clash(es) found."
        DELIMITED BY SIZE INTO CLASH-LINE
    WRITE CLASH-LINE
    CLOSE CLASH-FILE
    CLOSE ENTRIES-FILE
    MOVE 0 TO WS-UNDATED-COUNT
    PERFORM VARYING WS-EXS-IX FROM 1 BY 1
            UNTIL WS-EXS-IX > WS-EXS-COUNT
        IF WS-EXS-DATE(WS-EXS-IX) IS NOT NUMERIC
            ADD 1 TO WS-UNDATED-COUNT
        END-IF
    END-PERFORM
    DISPLAY WS-ENTRY-COUNT " paper entries written to "
        "exam_entries.dat."
    IF WS-UNDATED-COUNT > 0
        DISPLAY WS-UNDATED-COUNT " paper(s) carry no valid date - "
            "check the timetable."
    END-IF
    IF WS-CLASH-COUNT = 0
        DISPLAY "No student sits two papers in the same session."
    ELSE
        DISPLAY WS-CLASH-COUNT " clash(es) - see exam_clashes.txt "
            "and move the papers before the plans are drawn up."
    END-IF.

LOAD-PROGRAM-CATALOG.
    MOVE 0 TO WS-PGMCAT-COUNT
    OPEN INPUT PROGRAM-CATALOG-FILE
    IF FILE-STATUS-PGMCAT = "00"
        MOVE 'N' TO WS-PGMCAT-EOF
        PERFORM UNTIL WS-PGMCAT-EOF = 'Y'
            READ PROGRAM-CATALOG-FILE
                AT END
                    MOVE 'Y' TO WS-PGMCAT-EOF
                NOT AT END
                    IF WS-PGMCAT-COUNT < 200
                        ADD 1 TO WS-PGMCAT-COUNT
                        MOVE PGM-CODE
                            TO WS-PC-CODE(WS-PGMCAT-COUNT)
                        MOVE PGM-SEMESTER
                            TO WS-PC-SEM(WS-PGMCAT-COUNT)
                        MOVE PGM-SLOT
                            TO WS-PC-SLOT(WS-PGMCAT-COUNT)
                        MOVE PGM-SUBJECT-CODE
                            TO WS-PC-SUBJECT(WS-PGMCAT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROGRAM-CATALOG-FILE
    END-IF.

LOAD-STUDENTS.
    *> The masters are read lowest semester first, so a student
    *> promoted onward ends up carrying the details of the highest
    *> semester they appear on.
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
                MOVE PROGRAM-CODE1 TO WS-CUR-PGM
                MOVE ELECTIVE-CODE1 TO WS-CUR-ELECTIVE
                MOVE WITHDRAWN1 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
                IF WS-STU-HIT > 0 AND GRADE1 = "F"
                    MOVE 'Y' TO WS-STU-SEM1-FAIL(WS-STU-HIT)
                END-IF
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
                MOVE PROGRAM-CODE2 TO WS-CUR-PGM
                MOVE ELECTIVE-CODE2 TO WS-CUR-ELECTIVE
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
                MOVE PROGRAM-CODE3 TO WS-CUR-PGM
                MOVE ELECTIVE-CODE3 TO WS-CUR-ELECTIVE
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
                MOVE PROGRAM-CODE4 TO WS-CUR-PGM
                MOVE ELECTIVE-CODE4 TO WS-CUR-ELECTIVE
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
        IF WS-STU-COUNT >= 1000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STU-COUNT
        MOVE WS-STU-COUNT TO WS-STU-HIT
        MOVE WS-CUR-ID TO WS-STU-ID(WS-STU-HIT)
        MOVE 'N' TO WS-STU-SEM1-FAIL(WS-STU-HIT)
        MOVE 'N' TO WS-STU-RETAKE(WS-STU-HIT)
    END-IF
    MOVE WS-CUR-NAME TO WS-STU-NAME(WS-STU-HIT)
    MOVE WS-CUR-SEM TO WS-STU-SEM(WS-STU-HIT)
    MOVE WS-CUR-PGM TO WS-STU-PGM(WS-STU-HIT)
    MOVE WS-CUR-ELECTIVE TO WS-STU-ELECTIVE(WS-STU-HIT)
    MOVE WS-CUR-WITHDRAWN TO WS-STU-WITHDRAWN(WS-STU-HIT).

FIND-STUDENT.
    MOVE 0 TO WS-STU-HIT
    PERFORM VARYING WS-SORT-I FROM 1 BY 1
            UNTIL WS-SORT-I > WS-STU-COUNT OR WS-STU-HIT > 0
        IF WS-STU-ID(WS-SORT-I) = WS-CUR-ID
            MOVE WS-SORT-I TO WS-STU-HIT
        END-IF
    END-PERFORM.

LOAD-RETAKES.
    *> RETAKE-SEM1 archives the failed attempt before the re-sit;
    *> the student sits the retake papers until the SEM1 grade on
    *> the master is no longer F.
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
                MOVE RETAKE-HISTORY-RECORD(1:10) TO WS-CUR-ID
                PERFORM FIND-STUDENT
                IF WS-STU-HIT > 0
                    IF WS-STU-SEM1-FAIL(WS-STU-HIT) = 'Y'
                        MOVE 'Y' TO WS-STU-RETAKE(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-RETAKE NOT = "35"
        CLOSE RETAKE-HISTORY-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

LOAD-SUPP-CANDIDATES.
    MOVE 0 TO WS-SUP-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT CANDIDATES-FILE
    IF FILE-STATUS-CANDIDATES NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CANDIDATES-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SUPP-SCHEDULED AND WS-SUP-COUNT < 1000
                    ADD 1 TO WS-SUP-COUNT
                    MOVE SUP-SEMESTER TO WS-SUP-SEM(WS-SUP-COUNT)
                    MOVE SUP-STUDENT-ID TO WS-SUP-ID(WS-SUP-COUNT)
                    MOVE SUP-SUBJECT-CODE
                        TO WS-SUP-SUBJECT(WS-SUP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CANDIDATES NOT = "35"
        CLOSE CANDIDATES-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

BUILD-STUDENT-PAPERS.
    MOVE 0 TO WS-PAP-COUNT
    PERFORM VARYING WS-EXS-IX FROM 1 BY 1
            UNTIL WS-EXS-IX > WS-EXS-COUNT
        MOVE 'N' TO WS-SITS
        EVALUATE WS-EXS-TYPE(WS-EXS-IX)
            WHEN 'R'
                IF WS-STU-RETAKE(WS-STU-IX) = 'Y'
                        AND WS-EXS-SEM(WS-EXS-IX) = 1
                    PERFORM CHECK-TAKES-SUBJECT
                END-IF
            WHEN 'S'
                PERFORM VARYING WS-SUP-IX FROM 1 BY 1
                        UNTIL WS-SUP-IX > WS-SUP-COUNT
                    IF WS-SUP-ID(WS-SUP-IX) = WS-STU-ID(WS-STU-IX)
                            AND WS-SUP-SEM(WS-SUP-IX)
                                = WS-EXS-SEM(WS-EXS-IX)
                            AND WS-SUP-SUBJECT(WS-SUP-IX)
                                = WS-EXS-SUBJECT(WS-EXS-IX)
                        MOVE 'Y' TO WS-SITS
                    END-IF
                END-PERFORM
            WHEN OTHER
                *> A retake candidate still on SEM1 sits the retake
                *> papers, not the first-attempt ones.
                IF WS-EXS-SEM(WS-EXS-IX) = WS-STU-SEM(WS-STU-IX)
                        AND NOT (WS-STU-SEM(WS-STU-IX) = 1
                            AND WS-STU-RETAKE(WS-STU-IX) = 'Y')
                    PERFORM CHECK-TAKES-SUBJECT
                END-IF
        END-EVALUATE
        IF WS-SITS = 'Y' AND WS-PAP-COUNT < 30
            ADD 1 TO WS-PAP-COUNT
            MOVE WS-EXS-IX TO WS-PAP-EXS(WS-PAP-COUNT)
        END-IF
    END-PERFORM.

CHECK-TAKES-SUBJECT.
    *> The paper is the student's if it is their elective or it
    *> resolves to a subject slot of their program - the program's
    *> catalog rows first, then for CST the built-in CST1<sem><part>
    *> pattern.
    IF WS-EXS-SUBJECT(WS-EXS-IX) = WS-STU-ELECTIVE(WS-STU-IX)
            AND WS-EXS-SEM(WS-EXS-IX) = WS-STU-SEM(WS-STU-IX)
        MOVE 'Y' TO WS-SITS
        EXIT PARAGRAPH
    END-IF
    MOVE WS-STU-PGM(WS-STU-IX) TO WS-REC-PGM
    IF WS-REC-PGM = SPACES
        MOVE "CST" TO WS-REC-PGM
    END-IF
    MOVE 0 TO WS-SUBJECT-INDEX
    PERFORM VARYING WS-PGMCAT-IX FROM 1 BY 1
            UNTIL WS-PGMCAT-IX > WS-PGMCAT-COUNT
        IF WS-PC-CODE(WS-PGMCAT-IX) = WS-REC-PGM AND
                WS-PC-SEM(WS-PGMCAT-IX) = WS-EXS-SEM(WS-EXS-IX) AND
                WS-PC-SUBJECT(WS-PGMCAT-IX)
                    = WS-EXS-SUBJECT(WS-EXS-IX)
            MOVE WS-PC-SLOT(WS-PGMCAT-IX) TO WS-SUBJECT-INDEX
        END-IF
    END-PERFORM
    IF WS-SUBJECT-INDEX = 0 AND WS-REC-PGM = "CST"
        PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
            MOVE SPACES TO WS-BUILT-CODE
            STRING "CST1" WS-EXS-SEM(WS-EXS-IX) SUBJECT-PART(WS-IX)
                DELIMITED BY SIZE INTO WS-BUILT-CODE
            IF WS-BUILT-CODE = WS-EXS-SUBJECT(WS-EXS-IX)
                MOVE WS-IX TO WS-SUBJECT-INDEX
            END-IF
        END-PERFORM
    END-IF
    IF WS-SUBJECT-INDEX > 0
        MOVE 'Y' TO WS-SITS
    END-IF.

WRITE-STUDENT-ENTRIES.
    PERFORM VARYING WS-PAP-I FROM 1 BY 1
            UNTIL WS-PAP-I > WS-PAP-COUNT
        MOVE WS-PAP-EXS(WS-PAP-I) TO WS-EXS-IX
        MOVE SPACES TO ENTRIES-RECORD
        MOVE WS-EXS-DATE(WS-EXS-IX) TO EXE-EXAM-DATE
        MOVE WS-EXS-SESSION(WS-EXS-IX) TO EXE-SESSION
        MOVE WS-EXS-SEM(WS-EXS-IX) TO EXE-SEMESTER
        MOVE WS-EXS-SUBJECT(WS-EXS-IX) TO EXE-SUBJECT-CODE
        MOVE WS-EXS-TYPE(WS-EXS-IX) TO EXE-SITTING-TYPE
        MOVE WS-STU-ID(WS-STU-IX) TO EXE-STUDENT-ID
        MOVE WS-STU-NAME(WS-STU-IX) TO EXE-STUDENT-NAME
        WRITE ENTRIES-RECORD
        ADD 1 TO WS-ENTRY-COUNT
    END-PERFORM.

CHECK-STUDENT-CLASHES.
    *> Every pair of the student's papers sharing a date and session
    *> is a clash.
    PERFORM VARYING WS-PAP-I FROM 1 BY 1
            UNTIL WS-PAP-I >= WS-PAP-COUNT
        COMPUTE WS-PAP-J = WS-PAP-I + 1
        PERFORM UNTIL WS-PAP-J > WS-PAP-COUNT
            IF WS-EXS-DATE(WS-PAP-EXS(WS-PAP-I))
                    = WS-EXS-DATE(WS-PAP-EXS(WS-PAP-J))
                    AND WS-EXS-SESSION(WS-PAP-EXS(WS-PAP-I))
                        = WS-EXS-SESSION(WS-PAP-EXS(WS-PAP-J))
                ADD 1 TO WS-CLASH-COUNT
                MOVE SPACES TO CLASH-LINE
                STRING WS-STU-ID(WS-STU-IX) " "
                    WS-STU-NAME(WS-STU-IX) " "
                    WS-EXS-DATE(WS-PAP-EXS(WS-PAP-I)) " "
                    WS-EXS-SESSION(WS-PAP-EXS(WS-PAP-I)) "   "
                    WS-EXS-SUBJECT(WS-PAP-EXS(WS-PAP-I)) "("
                    WS-EXS-TYPE(WS-PAP-EXS(WS-PAP-I)) ") "
                    WS-EXS-SUBJECT(WS-PAP-EXS(WS-PAP-J)) "("
                    WS-EXS-TYPE(WS-PAP-EXS(WS-PAP-J)) ")"
                    DELIMITED BY SIZE INTO CLASH-LINE
                WRITE CLASH-LINE
                DISPLAY "CLASH: " WS-STU-ID(WS-STU-IX) " "
                    WS-EXS-DATE(WS-PAP-EXS(WS-PAP-I)) " "
                    WS-EXS-SESSION(WS-PAP-EXS(WS-PAP-I)) " "
                    WS-EXS-SUBJECT(WS-PAP-EXS(WS-PAP-I)) " / "
                    WS-EXS-SUBJECT(WS-PAP-EXS(WS-PAP-J))
            END-IF
            ADD 1 TO WS-PAP-J
        END-PERFORM
    END-PERFORM.
