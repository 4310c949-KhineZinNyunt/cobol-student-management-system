IDENTIFICATION DIVISION.
PROGRAM-ID. STUDENT-TIMETABLE.

*> Personal weekly timetables. TIMETABLE prints the grid for a
*> whole section; this batch run builds each active student's own
*> week from timetable_slots.dat instead:
*>   core     - the slots of the student's current semester (the
*>              highest master they appear on) for their SECTIONn
*>              whose subject belongs to their program (program
*>              catalog first, then the CST1<sem><part> pattern);
*>   elective - the slots of their ELECTIVE-CODEn in that semester,
*>              their own section's if the elective is timetabled
*>              for it, otherwise every section's;
*>   retake   - for a student re-sitting SEM1 (archived attempt on
*>              retake_history.dat, SEM1 grade still F) the SEM1
*>              core slots of their SEM1 section.
*> Each student gets a page in one spool file
*> (timetables_<date>.txt, registered in spool_catalog.dat)
*> showing day, period, subject, room and instructor name. The run
*> can be limited to one semester and/or section. Any elective or
*> retake slot that falls on a period already taken by a core class
*> is flagged on the student's page and listed at the end of the
*> run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SLOT-FILE ASSIGN TO "timetable_slots.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SLOT.
    SELECT INSTRUCTOR-FILE ASSIGN TO "instructor_master.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-INSTRUCTOR.
    SELECT PROGRAM-CATALOG-FILE ASSIGN TO "program_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PGMCAT.
    SELECT RETAKE-HISTORY-FILE ASSIGN TO "retake_history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-RETAKE.
    SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
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
FD  SLOT-FILE.
01  SLOT-RECORD.
    05  TTS-SEMESTER       PIC 9.
    05  TTS-DAY            PIC 9.
    05  TTS-PERIOD         PIC 9.
    05  TTS-SUBJECT-CODE   PIC X(10).
    05  TTS-SECTION        PIC X.
    05  TTS-INSTRUCTOR-ID  PIC X(6).
    05  TTS-ROOM           PIC X(8).

FD  INSTRUCTOR-FILE.
01  INSTRUCTOR-RECORD.
    05  INS-ID             PIC X(6).
    05  INS-NAME           PIC X(30).
    05  INS-STAFF-ID       PIC X(10).

FD  PROGRAM-CATALOG-FILE.
01  PROGRAM-CATALOG-RECORD.
    05  PGM-CODE           PIC X(3).
    05  PGM-SEMESTER       PIC 9.
    05  PGM-SLOT           PIC 9.
    05  PGM-SUBJECT-CODE   PIC X(10).
    05  PGM-TITLE          PIC X(28).

FD  RETAKE-HISTORY-FILE.
01  RETAKE-HISTORY-RECORD  PIC X(88).

FD  SPOOL-FILE.
01  SPOOL-LINE             PIC X(100).

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
01  FILE-STATUS-SLOT       PIC XX.
01  FILE-STATUS-INSTRUCTOR PIC XX.
01  FILE-STATUS-PGMCAT     PIC XX.
01  FILE-STATUS-RETAKE     PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-SPOOL-FILENAME      PIC X(40).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-TODAY               PIC X(8).
01  WS-SEM-INPUT           PIC X.
01  WS-SEM-WANTED          PIC 9 VALUE 0.
01  WS-SECTION-WANTED      PIC X VALUE SPACE.
01  WS-PARAMS              PIC X(20).

01  WS-DAY-NAMES.
    05  FILLER             PIC X(3) VALUE "MON".
    05  FILLER             PIC X(3) VALUE "TUE".
    05  FILLER             PIC X(3) VALUE "WED".
    05  FILLER             PIC X(3) VALUE "THU".
    05  FILLER             PIC X(3) VALUE "FRI".
    05  FILLER             PIC X(3) VALUE "SAT".
01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
    05  WS-DAY-NAME        OCCURS 6 TIMES PIC X(3).
01  WS-DAY-IX              PIC 9.
01  WS-PERIOD-IX           PIC 9.

*> The whole timetable and the instructor names, loaded once.
01  WS-SLOT-COUNT          PIC 9(4) VALUE 0.
01  WS-SLOT-TABLE.
    05  WS-SLOT-ENTRY      OCCURS 1500 TIMES.
        10  WS-SLOT-SEM    PIC 9.
        10  WS-SLOT-DAY    PIC 9.
        10  WS-SLOT-PERIOD PIC 9.
        10  WS-SLOT-SUBJECT PIC X(10).
        10  WS-SLOT-SECTION PIC X.
        10  WS-SLOT-INSTRUCTOR PIC X(6).
        10  WS-SLOT-ROOM   PIC X(8).
01  WS-SLOT-IX             PIC 9(4).

01  WS-INS-COUNT           PIC 9(3) VALUE 0.
01  WS-INS-TABLE.
    05  WS-INS-ENTRY       OCCURS 500 TIMES.
        10  WS-INS-ID      PIC X(6).
        10  WS-INS-NAME    PIC X(30).
01  WS-INS-IX              PIC 9(3).
01  WS-INS-NAME-FOUND      PIC X(30).

01  WS-PGMCAT-COUNT        PIC 9(3) VALUE 0.
01  WS-PGMCAT-TABLE.
    05  WS-PGMCAT-ENTRY    OCCURS 200 TIMES.
        10  WS-PC-CODE     PIC X(3).
        10  WS-PC-SEM      PIC 9.
        10  WS-PC-SLOT     PIC 9.
        10  WS-PC-SUBJECT  PIC X(10).
01  WS-PGMCAT-IX           PIC 9(3).
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
01  WS-CHECK-SEM           PIC 9.
01  WS-CHECK-SUBJECT       PIC X(10).
01  WS-IS-CORE             PIC X.

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
        10  WS-STU-SECTION PIC X.
        10  WS-STU-SECTION1 PIC X.
        10  WS-STU-SEM1-FAIL PIC X.
        10  WS-STU-RETAKE  PIC X.
01  WS-STU-IX              PIC 9(4).
01  WS-STU-HIT             PIC 9(4).
01  WS-SORT-I              PIC 9(4).
01  WS-CUR-ID              PIC X(10).
01  WS-CUR-NAME            PIC X(30).
01  WS-CUR-SEM             PIC 9.
01  WS-CUR-PGM             PIC X(3).
01  WS-CUR-ELECTIVE        PIC X(10).
01  WS-CUR-WITHDRAWN       PIC X.
01  WS-CUR-SECTION         PIC X.

*> The classes of the student being printed.
01  WS-CLS-COUNT           PIC 9(2) VALUE 0.
01  WS-CLS-TABLE.
    05  WS-CLS-ENTRY       OCCURS 60 TIMES.
        10  WS-CLS-SLOT    PIC 9(4).
        10  WS-CLS-KIND    PIC X(8).
        10  WS-CLS-CLASH   PIC X.
01  WS-CLS-I               PIC 9(2).
01  WS-CLS-J               PIC 9(2).
01  WS-ELECTIVE-OWN-SEC    PIC X.
01  WS-CLS-KIND-WANTED     PIC X(8).
01  WS-OTHER-SLOT          PIC 9(4).

01  WS-PAGE-COUNT          PIC 9(4) VALUE 0.
01  WS-PAGE-DISP           PIC Z(3)9.
01  WS-STUDENT-CLASHES     PIC 9(2).
01  WS-FLAGGED-COUNT       PIC 9(4) VALUE 0.
01  WS-NO-CLASS-COUNT      PIC 9(4) VALUE 0.
01  WS-FLAG-COUNT          PIC 9(4) VALUE 0.
01  WS-FLAG-TABLE.
    05  WS-FLAG-LINE       OCCURS 300 TIMES PIC X(80).
01  WS-FLAG-IX             PIC 9(4).
01  WS-FLAG-TEXT           PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Student Weekly Timetables ---"
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    DISPLAY "Semester (1-4, blank = all): "
    ACCEPT WS-SEM-INPUT
    IF WS-SEM-INPUT NOT = SPACE
        IF WS-SEM-INPUT < "1" OR WS-SEM-INPUT > "4"
            DISPLAY "Semester must be 1-4."
            STOP RUN
        END-IF
        MOVE WS-SEM-INPUT TO WS-SEM-WANTED
    END-IF
    DISPLAY "Section (A-D, blank = all): "
    ACCEPT WS-SECTION-WANTED
    MOVE FUNCTION UPPER-CASE(WS-SECTION-WANTED) TO WS-SECTION-WANTED
    PERFORM LOAD-SLOTS
    IF WS-SLOT-COUNT = 0
        DISPLAY "No timetable on file - nothing to print."
        STOP RUN
    END-IF
    PERFORM LOAD-INSTRUCTORS
    PERFORM LOAD-PROGRAM-CATALOG
    PERFORM LOAD-STUDENTS
    PERFORM LOAD-RETAKES
    MOVE SPACES TO WS-SPOOL-FILENAME
    STRING "timetables_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-SPOOL-FILENAME
    OPEN OUTPUT SPOOL-FILE
    MOVE 0 TO WS-PAGE-COUNT
    MOVE 0 TO WS-FLAGGED-COUNT
    MOVE 0 TO WS-NO-CLASS-COUNT
    MOVE 0 TO WS-FLAG-COUNT
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT
        IF WS-STU-WITHDRAWN(WS-STU-IX) NOT = 'W'
                AND (WS-SEM-WANTED = 0
                    OR WS-STU-SEM(WS-STU-IX) = WS-SEM-WANTED)
                AND (WS-SECTION-WANTED = SPACE
                    OR WS-STU-SECTION(WS-STU-IX) = WS-SECTION-WANTED)
            PERFORM BUILD-STUDENT-WEEK
            PERFORM FLAG-OVERLAPS
            PERFORM PRINT-STUDENT-PAGE
        END-IF
    END-PERFORM
    CLOSE SPOOL-FILE
    PERFORM SPOOL-REGISTER-RUN
    DISPLAY WS-PAGE-COUNT " student timetable(s) printed to "
        FUNCTION TRIM(WS-SPOOL-FILENAME)
    IF WS-NO-CLASS-COUNT > 0
        DISPLAY WS-NO-CLASS-COUNT " student(s) have no classes on "
            "the timetable - check their section."
    END-IF
    IF WS-FLAGGED-COUNT = 0
        DISPLAY "No elective or retake class overlaps a core class."
    ELSE
        DISPLAY WS-FLAGGED-COUNT " student(s) with a class overlapping "
            "a core class:"
        PERFORM VARYING WS-FLAG-IX FROM 1 BY 1
                UNTIL WS-FLAG-IX > WS-FLAG-COUNT
            DISPLAY "  " WS-FLAG-LINE(WS-FLAG-IX)
        END-PERFORM
    END-IF
    STOP RUN.

BUILD-STUDENT-WEEK.
    MOVE 0 TO WS-CLS-COUNT
    *> The elective is taken with the student's own section when it
    *> is timetabled for that section.
    MOVE 'N' TO WS-ELECTIVE-OWN-SEC
    IF WS-STU-ELECTIVE(WS-STU-IX) NOT = SPACES
        PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                UNTIL WS-SLOT-IX > WS-SLOT-COUNT
            IF WS-SLOT-SEM(WS-SLOT-IX) = WS-STU-SEM(WS-STU-IX)
                    AND WS-SLOT-SUBJECT(WS-SLOT-IX)
                        = WS-STU-ELECTIVE(WS-STU-IX)
                    AND WS-SLOT-SECTION(WS-SLOT-IX)
                        = WS-STU-SECTION(WS-STU-IX)
                MOVE 'Y' TO WS-ELECTIVE-OWN-SEC
            END-IF
        END-PERFORM
    END-IF
    PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
            UNTIL WS-SLOT-IX > WS-SLOT-COUNT
        MOVE SPACES TO WS-CLS-KIND-WANTED
        EVALUATE TRUE
            WHEN WS-SLOT-SEM(WS-SLOT-IX) = WS-STU-SEM(WS-STU-IX)
                    AND WS-STU-ELECTIVE(WS-STU-IX) NOT = SPACES
                    AND WS-SLOT-SUBJECT(WS-SLOT-IX)
                        = WS-STU-ELECTIVE(WS-STU-IX)
                IF WS-ELECTIVE-OWN-SEC = 'N'
                        OR WS-SLOT-SECTION(WS-SLOT-IX)
                            = WS-STU-SECTION(WS-STU-IX)
                    MOVE "ELECTIVE" TO WS-CLS-KIND-WANTED
                END-IF
            WHEN WS-SLOT-SEM(WS-SLOT-IX) = WS-STU-SEM(WS-STU-IX)
                    AND WS-SLOT-SECTION(WS-SLOT-IX)
                        = WS-STU-SECTION(WS-STU-IX)
                MOVE WS-SLOT-SEM(WS-SLOT-IX) TO WS-CHECK-SEM
                MOVE WS-SLOT-SUBJECT(WS-SLOT-IX) TO WS-CHECK-SUBJECT
                PERFORM CHECK-CORE-SUBJECT
                IF WS-IS-CORE = 'Y'
                    MOVE "CORE" TO WS-CLS-KIND-WANTED
                END-IF
            WHEN WS-SLOT-SEM(WS-SLOT-IX) = 1
                    AND WS-STU-SEM(WS-STU-IX) > 1
                    AND WS-STU-RETAKE(WS-STU-IX) = 'Y'
                    AND WS-SLOT-SECTION(WS-SLOT-IX)
                        = WS-STU-SECTION1(WS-STU-IX)
                MOVE 1 TO WS-CHECK-SEM
                MOVE WS-SLOT-SUBJECT(WS-SLOT-IX) TO WS-CHECK-SUBJECT
                PERFORM CHECK-CORE-SUBJECT
                IF WS-IS-CORE = 'Y'
                    MOVE "RETAKE" TO WS-CLS-KIND-WANTED
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF WS-CLS-KIND-WANTED NOT = SPACES AND WS-CLS-COUNT < 60
            ADD 1 TO WS-CLS-COUNT
            MOVE WS-SLOT-IX TO WS-CLS-SLOT(WS-CLS-COUNT)
            MOVE WS-CLS-KIND-WANTED TO WS-CLS-KIND(WS-CLS-COUNT)
            MOVE 'N' TO WS-CLS-CLASH(WS-CLS-COUNT)
        END-IF
    END-PERFORM.

CHECK-CORE-SUBJECT.
    *> Same subject resolution as the exam timetable: the program's
    *> catalog rows first, then for CST the built-in pattern.
    MOVE 'N' TO WS-IS-CORE
    MOVE WS-STU-PGM(WS-STU-IX) TO WS-REC-PGM
    IF WS-REC-PGM = SPACES
        MOVE "CST" TO WS-REC-PGM
    END-IF
    PERFORM VARYING WS-PGMCAT-IX FROM 1 BY 1
            UNTIL WS-PGMCAT-IX > WS-PGMCAT-COUNT
        IF WS-PC-CODE(WS-PGMCAT-IX) = WS-REC-PGM AND
                WS-PC-SEM(WS-PGMCAT-IX) = WS-CHECK-SEM AND
                WS-PC-SUBJECT(WS-PGMCAT-IX) = WS-CHECK-SUBJECT
            MOVE 'Y' TO WS-IS-CORE
        END-IF
    END-PERFORM
    IF WS-IS-CORE = 'N' AND WS-REC-PGM = "CST"
        PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
            MOVE SPACES TO WS-BUILT-CODE
            STRING "CST1" WS-CHECK-SEM SUBJECT-PART(WS-IX)
                DELIMITED BY SIZE INTO WS-BUILT-CODE
            IF WS-BUILT-CODE = WS-CHECK-SUBJECT
                MOVE 'Y' TO WS-IS-CORE
            END-IF
        END-PERFORM
    END-IF.

FLAG-OVERLAPS.
    *> An elective or retake class on the same day and period as a
    *> core class cannot be attended.
    MOVE 0 TO WS-STUDENT-CLASHES
    PERFORM VARYING WS-CLS-I FROM 1 BY 1
            UNTIL WS-CLS-I > WS-CLS-COUNT
        IF WS-CLS-KIND(WS-CLS-I) NOT = "CORE"
            MOVE WS-CLS-SLOT(WS-CLS-I) TO WS-SLOT-IX
            PERFORM VARYING WS-CLS-J FROM 1 BY 1
                    UNTIL WS-CLS-J > WS-CLS-COUNT
                MOVE WS-CLS-SLOT(WS-CLS-J) TO WS-OTHER-SLOT
                IF WS-CLS-KIND(WS-CLS-J) = "CORE"
                        AND WS-SLOT-DAY(WS-OTHER-SLOT)
                            = WS-SLOT-DAY(WS-SLOT-IX)
                        AND WS-SLOT-PERIOD(WS-OTHER-SLOT)
                            = WS-SLOT-PERIOD(WS-SLOT-IX)
                    MOVE 'Y' TO WS-CLS-CLASH(WS-CLS-I)
                    MOVE 'Y' TO WS-CLS-CLASH(WS-CLS-J)
                    ADD 1 TO WS-STUDENT-CLASHES
                    MOVE SPACES TO WS-FLAG-TEXT
                    STRING WS-STU-ID(WS-STU-IX) " "
                        WS-DAY-NAME(WS-SLOT-DAY(WS-SLOT-IX)) " P"
                        WS-SLOT-PERIOD(WS-SLOT-IX) " "
                        FUNCTION TRIM(WS-CLS-KIND(WS-CLS-I)) " "
                        WS-SLOT-SUBJECT(WS-SLOT-IX) " overlaps core "
                        WS-SLOT-SUBJECT(WS-OTHER-SLOT)
                        DELIMITED BY SIZE INTO WS-FLAG-TEXT
                    IF WS-FLAG-COUNT < 300
                        ADD 1 TO WS-FLAG-COUNT
                        MOVE WS-FLAG-TEXT TO WS-FLAG-LINE(WS-FLAG-COUNT)
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    IF WS-STUDENT-CLASHES > 0
        ADD 1 TO WS-FLAGGED-COUNT
    END-IF.

PRINT-STUDENT-PAGE.
    ADD 1 TO WS-PAGE-COUNT
    IF WS-PAGE-COUNT > 1
        WRITE SPOOL-LINE FROM SPACES AFTER ADVANCING PAGE
    END-IF
    MOVE WS-PAGE-COUNT TO WS-PAGE-DISP
    MOVE SPACES TO SPOOL-LINE
    STRING "PERSONAL WEEKLY TIMETABLE   " WS-TODAY
        "                              PAGE " WS-PAGE-DISP
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE ALL "=" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Student : " WS-STU-ID(WS-STU-IX) "  "
        WS-STU-NAME(WS-STU-IX)
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Semester: " WS-STU-SEM(WS-STU-IX)
        "   Section: " WS-STU-SECTION(WS-STU-IX)
        "   Program: " WS-STU-PGM(WS-STU-IX)
        "   Elective: " WS-STU-ELECTIVE(WS-STU-IX)
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    IF WS-STU-RETAKE(WS-STU-IX) = 'Y' AND WS-STU-SEM(WS-STU-IX) > 1
        MOVE SPACES TO SPOOL-LINE
        STRING "          Re-sitting SEM1 with section "
            WS-STU-SECTION1(WS-STU-IX)
            DELIMITED BY SIZE INTO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE "Day Per  Subject     Class     Room      Instructor"
        TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE ALL "-" TO SPOOL-LINE
    WRITE SPOOL-LINE
    PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 6
        PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                UNTIL WS-PERIOD-IX > 8
            PERFORM PRINT-PERIOD-CLASSES
        END-PERFORM
    END-PERFORM
    MOVE ALL "-" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING WS-CLS-COUNT " class(es) a week."
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    IF WS-CLS-COUNT = 0
        ADD 1 TO WS-NO-CLASS-COUNT
        MOVE "No classes on the timetable for this semester/section."
            TO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF
    IF WS-STUDENT-CLASHES > 0
        MOVE SPACES TO SPOOL-LINE
        STRING "** " WS-STUDENT-CLASHES " class(es) marked ** overlap"
            " a core class - see the registrar."
            DELIMITED BY SIZE INTO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF.

PRINT-PERIOD-CLASSES.
    PERFORM VARYING WS-CLS-I FROM 1 BY 1
            UNTIL WS-CLS-I > WS-CLS-COUNT
        MOVE WS-CLS-SLOT(WS-CLS-I) TO WS-SLOT-IX
        IF WS-SLOT-DAY(WS-SLOT-IX) = WS-DAY-IX
                AND WS-SLOT-PERIOD(WS-SLOT-IX) = WS-PERIOD-IX
            PERFORM FIND-INSTRUCTOR-NAME
            MOVE SPACES TO SPOOL-LINE
            STRING WS-DAY-NAME(WS-DAY-IX) " P" WS-PERIOD-IX "   "
                WS-SLOT-SUBJECT(WS-SLOT-IX) "  "
                WS-CLS-KIND(WS-CLS-I) "  "
                WS-SLOT-ROOM(WS-SLOT-IX) "  "
                WS-INS-NAME-FOUND
                DELIMITED BY SIZE INTO SPOOL-LINE
            IF WS-CLS-CLASH(WS-CLS-I) = 'Y'
                MOVE "**" TO SPOOL-LINE(98:2)
            END-IF
            WRITE SPOOL-LINE
        END-IF
    END-PERFORM.

FIND-INSTRUCTOR-NAME.
    MOVE WS-SLOT-INSTRUCTOR(WS-SLOT-IX) TO WS-INS-NAME-FOUND
    PERFORM VARYING WS-INS-IX FROM 1 BY 1
            UNTIL WS-INS-IX > WS-INS-COUNT
        IF WS-INS-ID(WS-INS-IX) = WS-SLOT-INSTRUCTOR(WS-SLOT-IX)
            MOVE WS-INS-NAME(WS-INS-IX) TO WS-INS-NAME-FOUND
        END-IF
    END-PERFORM.

LOAD-SLOTS.
    MOVE 0 TO WS-SLOT-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT SLOT-FILE
    IF FILE-STATUS-SLOT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ SLOT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-SLOT-COUNT < 1500
                        AND TTS-DAY >= 1 AND TTS-DAY <= 6
                    ADD 1 TO WS-SLOT-COUNT
                    MOVE TTS-SEMESTER TO WS-SLOT-SEM(WS-SLOT-COUNT)
                    MOVE TTS-DAY TO WS-SLOT-DAY(WS-SLOT-COUNT)
                    MOVE TTS-PERIOD TO WS-SLOT-PERIOD(WS-SLOT-COUNT)
                    MOVE TTS-SUBJECT-CODE
                        TO WS-SLOT-SUBJECT(WS-SLOT-COUNT)
                    MOVE TTS-SECTION TO WS-SLOT-SECTION(WS-SLOT-COUNT)
                    MOVE TTS-INSTRUCTOR-ID
                        TO WS-SLOT-INSTRUCTOR(WS-SLOT-COUNT)
                    MOVE TTS-ROOM TO WS-SLOT-ROOM(WS-SLOT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SLOT NOT = "35"
        CLOSE SLOT-FILE
    END-IF.

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
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-INSTRUCTOR NOT = "35"
        CLOSE INSTRUCTOR-FILE
    END-IF.

LOAD-PROGRAM-CATALOG.
    MOVE 0 TO WS-PGMCAT-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROGRAM-CATALOG-FILE
    IF FILE-STATUS-PGMCAT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROGRAM-CATALOG-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-PGMCAT-COUNT < 200
                    ADD 1 TO WS-PGMCAT-COUNT
                    MOVE PGM-CODE TO WS-PC-CODE(WS-PGMCAT-COUNT)
                    MOVE PGM-SEMESTER TO WS-PC-SEM(WS-PGMCAT-COUNT)
                    MOVE PGM-SLOT TO WS-PC-SLOT(WS-PGMCAT-COUNT)
                    MOVE PGM-SUBJECT-CODE
                        TO WS-PC-SUBJECT(WS-PGMCAT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PGMCAT NOT = "35"
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
                MOVE SECTION1 TO WS-CUR-SECTION
                PERFORM POST-STUDENT
                IF WS-STU-HIT > 0
                    MOVE SECTION1 TO WS-STU-SECTION1(WS-STU-HIT)
                    IF GRADE1 = "F"
                        MOVE 'Y' TO WS-STU-SEM1-FAIL(WS-STU-HIT)
                    END-IF
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
                MOVE SECTION2 TO WS-CUR-SECTION
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
                MOVE SECTION3 TO WS-CUR-SECTION
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
                MOVE SECTION4 TO WS-CUR-SECTION
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
        MOVE SPACE TO WS-STU-SECTION1(WS-STU-HIT)
        MOVE 'N' TO WS-STU-SEM1-FAIL(WS-STU-HIT)
        MOVE 'N' TO WS-STU-RETAKE(WS-STU-HIT)
    END-IF
    MOVE WS-CUR-NAME TO WS-STU-NAME(WS-STU-HIT)
    MOVE WS-CUR-SEM TO WS-STU-SEM(WS-STU-HIT)
    MOVE WS-CUR-PGM TO WS-STU-PGM(WS-STU-HIT)
    MOVE WS-CUR-ELECTIVE TO WS-STU-ELECTIVE(WS-STU-HIT)
    MOVE WS-CUR-WITHDRAWN TO WS-STU-WITHDRAWN(WS-STU-HIT)
    MOVE WS-CUR-SECTION TO WS-STU-SECTION(WS-STU-HIT).

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
    *> the student attends the SEM1 classes again until the SEM1
    *> grade on the master is no longer F.
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

SPOOL-REGISTER-RUN.
    *> Same catalogue convention the batch transcript run uses.
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
    MOVE SPACES TO WS-PARAMS
    STRING "SEM " WS-SEM-INPUT " SEC " WS-SECTION-WANTED
        DELIMITED BY SIZE INTO WS-PARAMS
    MOVE SPACES TO SPOOL-CATALOG-RECORD
    MOVE WS-SPOOL-RUN TO SPL-RUN-NUMBER
    MOVE "STUDENT-TIMETABLE" TO SPL-REPORT-ID
    MOVE WS-PARAMS TO SPL-PARAMS
    MOVE "BATCH" TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-SPOOL-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.
