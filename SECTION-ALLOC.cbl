IDENTIFICATION DIVISION.
PROGRAM-ID. SECTION-ALLOC.

*> Balanced section allocation for a Semester 1 intake. Sections
*> are otherwise keyed one student at a time at registration, and
*> the intake import only alternates A/B, so this run re-deals
*> SECTION1 for a whole cohort at once:
*>  - within each PROGRAM-CODE the sections and their capacities
*>    come from section_capacity.dat (program, section, capacity);
*>    a program with no rows there is balanced across A and B on
*>    headcount alone;
*>  - students who asked to be taught together are listed in
*>    section_pairs.dat (two student IDs per row); pairs chain, so
*>    a group of any size lands in one section;
*>  - students repeating Semester 1 (on retake_history.dat) are
*>    spread evenly across the sections. Repeaters from earlier
*>    cohorts who are still on Semester 1 can be brought into the
*>    run as well.
*> Groups are placed largest first, then repeaters, then everyone
*> else, each into the section with the lowest fill (headcount
*> against capacity) that still has room.
*> The resulting section lists and headcounts are written to
*> section_alloc_<cohort>.txt (catalogued in the spool) and
*> shown before anything is committed; answering N leaves the
*> master untouched so the office can adjust the pairing or
*> capacity files and run again. On commit SECTION1 is rewritten
*> under the usual Semester 1 lock, the checksum is refreshed and
*> every student who changed section is logged to
*> activity_log.dat.

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
    SELECT CAPACITY-FILE ASSIGN TO "section_capacity.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CAPACITY.
    SELECT PAIRS-FILE ASSIGN TO "section_pairs.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PAIRS.
    SELECT RETAKE-HISTORY-FILE ASSIGN TO "retake_history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-RETAKE.
    SELECT LOCK-FILE ASSIGN TO "student_sem1.lck"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
    SELECT CHECKSUM-FILE-SEM1 ASSIGN TO "student_sem1.sum"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REPORT.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.

DATA DIVISION.
FILE SECTION.
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
    05  FILLER             PIC X(75).

FD  CAPACITY-FILE.
01  CAPACITY-RECORD.
    05  SCP-PROGRAM        PIC X(3).
    05  SCP-SECTION        PIC X.
    05  SCP-CAPACITY       PIC 9(3).

FD  PAIRS-FILE.
01  PAIRS-RECORD.
    05  PAIR-ID-1          PIC X(10).
    05  PAIR-ID-2          PIC X(10).

FD  RETAKE-HISTORY-FILE.
01  RETAKE-HISTORY-RECORD.
    05  RTH-STUDENT-ID     PIC X(10).
    05  FILLER             PIC X(78).

FD  LOCK-FILE.
01  LOCK-RECORD            PIC X(40).

FD  CHECKSUM-FILE-SEM1.
01  CHECKSUM-RECORD-SEM1   PIC 9(10).

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

WORKING-STORAGE SECTION.
01  WS-MASTER-STATUS       PIC XX.
01  FILE-STATUS-CAPACITY   PIC XX.
01  FILE-STATUS-PAIRS      PIC XX.
01  FILE-STATUS-RETAKE     PIC XX.
01  FILE-STATUS-REPORT     PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-LOCK-STATUS         PIC XX.
01  WS-LOCKED              PIC X VALUE 'N'.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-TODAY               PIC X(8).
01  WS-COHORT-INPUT        PIC X(4).
01  WS-COHORT-YEAR         PIC 9(4).
01  WS-PROGRAM-FILTER      PIC X(3).
01  WS-WITH-REPEATERS      PIC X VALUE 'N'.
01  WS-CONFIRM             PIC X.
01  WS-DEFAULT-CAPACITY    PIC 9(3) VALUE 999.

01  WS-CAP-PROGRAM         PIC X(3).
01  WS-CAP-SECTION         PIC X.
01  WS-CAP-INPUT           PIC X(3).
01  WS-CAP-VALUE           PIC 9(3).
01  WS-CAP-REPLACED        PIC X.
01  WS-CAP-COUNT           PIC 9(3) VALUE 0.
01  WS-CAP-TABLE.
    05  WS-CAP-ENTRY       OCCURS 200 TIMES.
        10  WS-CP-PROGRAM  PIC X(3).
        10  WS-CP-SECTION  PIC X.
        10  WS-CP-CAPACITY PIC 9(3).
01  WS-CAP-IX              PIC 9(3).

01  WS-RETAKE-COUNT        PIC 9(4) VALUE 0.
01  WS-RETAKE-TABLE.
    05  WS-RT-ID           OCCURS 2000 TIMES PIC X(10).
01  WS-RT-IX               PIC 9(4).
01  WS-IS-REPEATER         PIC X.

01  WS-STU-COUNT           PIC 9(4) VALUE 0.
01  WS-STU-FULL            PIC 9(4) VALUE 0.
01  WS-STU-TABLE.
    05  WS-STU-ENTRY       OCCURS 2000 TIMES.
        10  WS-ST-ID       PIC X(10).
        10  WS-ST-NAME     PIC X(30).
        10  WS-ST-PROGRAM  PIC X(3).
        10  WS-ST-OLD-SEC  PIC X.
        10  WS-ST-NEW-SEC  PIC X.
        10  WS-ST-RETAKE   PIC X.
        10  WS-ST-PAIRED   PIC X.
        10  WS-ST-ROOT     PIC 9(4).
        10  WS-ST-GRP-SIZE PIC 9(4).
01  WS-ST-IX               PIC 9(4).
01  WS-ST-JX               PIC 9(4).

01  WS-PAIR-USED           PIC 9(4) VALUE 0.
01  WS-PAIR-SKIPPED        PIC 9(4) VALUE 0.
01  WS-PAIR-A              PIC 9(4).
01  WS-PAIR-B              PIC 9(4).
01  WS-FIND-ID             PIC X(10).
01  WS-FIND-HIT            PIC 9(4).
01  WS-ROOT                PIC 9(4).
01  WS-ROOT-A              PIC 9(4).
01  WS-ROOT-B              PIC 9(4).
01  WS-MAX-GROUP           PIC 9(4).
01  WS-GROUP-SIZE          PIC 9(4).

01  WS-PRG-COUNT           PIC 9(2) VALUE 0.
01  WS-PRG-TABLE.
    05  WS-PG-CODE         OCCURS 50 TIMES PIC X(3).
01  WS-PRG-IX              PIC 9(2).
01  WS-PRG-HIT             PIC X.
01  WS-CUR-PROGRAM         PIC X(3).

01  WS-SEC-COUNT           PIC 9(2) VALUE 0.
01  WS-SEC-TABLE.
    05  WS-SEC-ENTRY       OCCURS 20 TIMES.
        10  WS-SC-SECTION  PIC X.
        10  WS-SC-CAPACITY PIC 9(3).
        10  WS-SC-HEAD     PIC 9(4).
        10  WS-SC-RETAKES  PIC 9(4).
01  WS-SEC-IX              PIC 9(2).
01  WS-BEST                PIC 9(2).
01  WS-NEED                PIC 9(4).
01  WS-CHOOSE-MODE         PIC X.
    88  CHOOSE-ON-FILL      VALUE 'F'.
    88  CHOOSE-ON-RETAKES   VALUE 'R'.
01  WS-ROOM-ONLY           PIC X.
01  WS-BETTER              PIC X.
01  WS-FILL-K              PIC 9(9).
01  WS-FILL-B              PIC 9(9).
01  WS-OVER-COUNT          PIC 9(4) VALUE 0.
01  WS-PLACED-SEC          PIC X.

01  WS-MOVED-COUNT         PIC 9(4) VALUE 0.
01  WS-COMMITTED           PIC 9(4) VALUE 0.
01  WS-FLAGS               PIC X(12).
01  WS-LOG-STUDENT         PIC X(10).
01  WS-LOG-DETAIL          PIC X(25).

01  WS-REPORT-FILENAME     PIC X(30).
01  WS-REPORT-ID           PIC X(20).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-PARAMS              PIC X(20).

01  WS-CHECKSUM-SEM1       PIC 9(10) VALUE 0.
01  WS-CHECKSUM-EOF        PIC X VALUE 'N'.
    88  CHECKSUM-FILE-END     VALUE 'Y'.
    88  CHECKSUM-FILE-NOT-END VALUE 'N'.
01  WS-CHECKSUM-BUFFER     PIC X(100) VALUE SPACES.
01  WS-CHECKSUM-INDEX      PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    DISPLAY "--- Section Allocation ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. Allocate sections for an intake"
    DISPLAY "2. Set a section capacity"
    DISPLAY "3. List section capacities"
    DISPLAY "Enter choice (1-3): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM ALLOCATE-INTAKE
        WHEN '2'
            PERFORM SET-CAPACITY
        WHEN '3'
            PERFORM LIST-CAPACITIES
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

ALLOCATE-INTAKE.
    DISPLAY "Intake cohort year (YYYY, blank = current): "
    ACCEPT WS-COHORT-INPUT
    IF WS-COHORT-INPUT IS NUMERIC
        MOVE WS-COHORT-INPUT TO WS-COHORT-YEAR
    ELSE
        MOVE WS-TODAY(1:4) TO WS-COHORT-YEAR
        DISPLAY "Using current year as cohort: " WS-COHORT-YEAR
    END-IF
    DISPLAY "Program code (blank = all programs): "
    ACCEPT WS-PROGRAM-FILTER
    MOVE FUNCTION UPPER-CASE(WS-PROGRAM-FILTER) TO WS-PROGRAM-FILTER
    DISPLAY "Include Semester 1 repeaters from earlier cohorts? "
        "(Y/N): "
    ACCEPT WS-WITH-REPEATERS
    MOVE FUNCTION UPPER-CASE(WS-WITH-REPEATERS) TO WS-WITH-REPEATERS

    PERFORM LOAD-CAPACITIES
    PERFORM LOAD-RETAKES
    PERFORM LOAD-INTAKE
    IF WS-STU-COUNT = 0
        DISPLAY "No active Semester 1 students found for cohort "
            WS-COHORT-YEAR "."
        EXIT PARAGRAPH
    END-IF
    IF WS-STU-FULL > 0
        DISPLAY "WARNING: " WS-STU-FULL " student(s) did not fit "
            "the 2000-entry table and were left out of this run."
    END-IF
    PERFORM LOAD-PAIRS

    MOVE 0 TO WS-OVER-COUNT
    MOVE 0 TO WS-MOVED-COUNT
    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "section_alloc_" WS-COHORT-YEAR ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING "SECTION ALLOCATION  cohort " WS-COHORT-YEAR
        "  (run " WS-TODAY ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Flags: R repeating Semester 1, P placed with a pairing "
        TO REPORT-LINE
    MOVE "group, * section changed" TO REPORT-LINE(56:24)
    WRITE REPORT-LINE
    PERFORM VARYING WS-PRG-IX FROM 1 BY 1
            UNTIL WS-PRG-IX > WS-PRG-COUNT
        MOVE WS-PG-CODE(WS-PRG-IX) TO WS-CUR-PROGRAM
        PERFORM ALLOCATE-ONE-PROGRAM
        PERFORM REPORT-ONE-PROGRAM
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Students allocated: " WS-STU-COUNT
        "   changing section: " WS-MOVED-COUNT
        "   placed over capacity: " WS-OVER-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Pairings applied: " WS-PAIR-USED
        "   skipped: " WS-PAIR-SKIPPED
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    MOVE "SECTION-ALLOC" TO WS-REPORT-ID
    MOVE SPACES TO WS-PARAMS
    STRING "COHORT " WS-COHORT-YEAR " " WS-PROGRAM-FILTER
        DELIMITED BY SIZE INTO WS-PARAMS
    PERFORM SPOOL-REGISTER-RUN

    DISPLAY " "
    DISPLAY "Students allocated : " WS-STU-COUNT
    DISPLAY "Changing section   : " WS-MOVED-COUNT
    DISPLAY "Pairings applied   : " WS-PAIR-USED
        "  skipped: " WS-PAIR-SKIPPED
    IF WS-OVER-COUNT > 0
        DISPLAY "WARNING: " WS-OVER-COUNT " placement(s) went over "
            "section capacity - raise a capacity or split a group "
            "and run again."
    END-IF
    DISPLAY "Section lists written to "
        FUNCTION TRIM(WS-REPORT-FILENAME)
    IF WS-MOVED-COUNT = 0
        DISPLAY "Every student is already in the allocated "
            "section - nothing to commit."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Commit this allocation to the Semester 1 master? "
        "(Y/N): "
    ACCEPT WS-CONFIRM
    MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y'
        DISPLAY "Allocation not committed - adjust "
            "section_pairs.dat / section_capacity.dat and run again."
        EXIT PARAGRAPH
    END-IF
    PERFORM COMMIT-ALLOCATION.

LOAD-CAPACITIES.
    MOVE 0 TO WS-CAP-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT CAPACITY-FILE
    IF FILE-STATUS-CAPACITY NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CAPACITY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-CAP-COUNT < 200 AND SCP-SECTION NOT = SPACE
                    ADD 1 TO WS-CAP-COUNT
                    MOVE SCP-PROGRAM TO WS-CP-PROGRAM(WS-CAP-COUNT)
                    MOVE SCP-SECTION TO WS-CP-SECTION(WS-CAP-COUNT)
                    MOVE SCP-CAPACITY
                        TO WS-CP-CAPACITY(WS-CAP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CAPACITY NOT = "35"
        CLOSE CAPACITY-FILE
    END-IF.

LOAD-RETAKES.
    *> retake_history.dat keeps the archived Semester 1 image of
    *> every resit; a student on it is repeating the semester.
    MOVE 0 TO WS-RETAKE-COUNT
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
                MOVE RTH-STUDENT-ID TO WS-FIND-ID
                PERFORM FIND-REPEATER
                IF WS-IS-REPEATER = 'N' AND WS-RETAKE-COUNT < 2000
                    ADD 1 TO WS-RETAKE-COUNT
                    MOVE RTH-STUDENT-ID TO WS-RT-ID(WS-RETAKE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-RETAKE NOT = "35"
        CLOSE RETAKE-HISTORY-FILE
    END-IF.

FIND-REPEATER.
    MOVE 'N' TO WS-IS-REPEATER
    PERFORM VARYING WS-RT-IX FROM 1 BY 1
            UNTIL WS-RT-IX > WS-RETAKE-COUNT OR WS-IS-REPEATER = 'Y'
        IF WS-RT-ID(WS-RT-IX) = WS-FIND-ID
            MOVE 'Y' TO WS-IS-REPEATER
        END-IF
    END-PERFORM.

LOAD-INTAKE.
    *> Active (not withdrawn or deferred) Semester 1 students of the
    *> cohort, optionally with repeaters from earlier cohorts who
    *> have not yet moved on to Semester 2.
    MOVE 0 TO WS-STU-COUNT
    MOVE 0 TO WS-STU-FULL
    MOVE 0 TO WS-PRG-COUNT
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "Semester 1 master not available."
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM1 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID1 TO WS-FIND-ID
                PERFORM FIND-REPEATER
                IF WITHDRAWN1 NOT = 'W' AND WITHDRAWN1 NOT = 'D'
                        AND (WS-PROGRAM-FILTER = SPACES
                         OR PROGRAM-CODE1 = WS-PROGRAM-FILTER)
                    IF COHORT-YEAR1 = WS-COHORT-YEAR
                        PERFORM ADD-INTAKE-STUDENT
                    ELSE
                        IF COHORT-YEAR1 < WS-COHORT-YEAR
                                AND WS-WITH-REPEATERS = 'Y'
                                AND WS-IS-REPEATER = 'Y'
                            PERFORM CHECK-STILL-SEM1
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE STUDENT-FILE-SEM1.

CHECK-STILL-SEM1.
    OPEN INPUT STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS NOT = "00"
        PERFORM ADD-INTAKE-STUDENT
        EXIT PARAGRAPH
    END-IF
    MOVE STUDENT-ID1 TO STUDENT-ID2
    READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
        INVALID KEY
            PERFORM ADD-INTAKE-STUDENT
        NOT INVALID KEY
            CONTINUE
    END-READ
    CLOSE STUDENT-FILE-SEM2.

ADD-INTAKE-STUDENT.
    IF WS-STU-COUNT >= 2000
        ADD 1 TO WS-STU-FULL
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-STU-COUNT
    MOVE STUDENT-ID1 TO WS-ST-ID(WS-STU-COUNT)
    MOVE STUDENT-NAME1 TO WS-ST-NAME(WS-STU-COUNT)
    MOVE PROGRAM-CODE1 TO WS-ST-PROGRAM(WS-STU-COUNT)
    MOVE SECTION1 TO WS-ST-OLD-SEC(WS-STU-COUNT)
    MOVE SPACE TO WS-ST-NEW-SEC(WS-STU-COUNT)
    MOVE WS-IS-REPEATER TO WS-ST-RETAKE(WS-STU-COUNT)
    MOVE 'N' TO WS-ST-PAIRED(WS-STU-COUNT)
    MOVE WS-STU-COUNT TO WS-ST-ROOT(WS-STU-COUNT)
    MOVE 0 TO WS-ST-GRP-SIZE(WS-STU-COUNT)
    MOVE 'N' TO WS-PRG-HIT
    PERFORM VARYING WS-PRG-IX FROM 1 BY 1
            UNTIL WS-PRG-IX > WS-PRG-COUNT OR WS-PRG-HIT = 'Y'
        IF WS-PG-CODE(WS-PRG-IX) = PROGRAM-CODE1
            MOVE 'Y' TO WS-PRG-HIT
        END-IF
    END-PERFORM
    IF WS-PRG-HIT = 'N' AND WS-PRG-COUNT < 50
        ADD 1 TO WS-PRG-COUNT
        MOVE PROGRAM-CODE1 TO WS-PG-CODE(WS-PRG-COUNT)
    END-IF.

LOAD-PAIRS.
    *> Each row joins two students; rows that share a student chain
    *> into one group. A pairing across programs, or naming someone
    *> outside this run, cannot be honored and is counted skipped.
    MOVE 0 TO WS-PAIR-USED
    MOVE 0 TO WS-PAIR-SKIPPED
    MOVE 'N' TO WS-EOF
    OPEN INPUT PAIRS-FILE
    IF FILE-STATUS-PAIRS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PAIRS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                PERFORM APPLY-ONE-PAIR
        END-READ
    END-PERFORM
    IF FILE-STATUS-PAIRS NOT = "35"
        CLOSE PAIRS-FILE
    END-IF.

APPLY-ONE-PAIR.
    IF PAIR-ID-1 = SPACES OR PAIR-ID-2 = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE PAIR-ID-1 TO WS-FIND-ID
    PERFORM FIND-STUDENT
    MOVE WS-FIND-HIT TO WS-PAIR-A
    MOVE PAIR-ID-2 TO WS-FIND-ID
    PERFORM FIND-STUDENT
    MOVE WS-FIND-HIT TO WS-PAIR-B
    IF WS-PAIR-A = 0 OR WS-PAIR-B = 0
        ADD 1 TO WS-PAIR-SKIPPED
        EXIT PARAGRAPH
    END-IF
    IF WS-ST-PROGRAM(WS-PAIR-A) NOT = WS-ST-PROGRAM(WS-PAIR-B)
        DISPLAY "Pairing " FUNCTION TRIM(PAIR-ID-1) " / "
            FUNCTION TRIM(PAIR-ID-2)
            " skipped - the students are on different programs."
        ADD 1 TO WS-PAIR-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PAIR-A TO WS-ROOT
    PERFORM FIND-ROOT
    MOVE WS-ROOT TO WS-ROOT-A
    MOVE WS-PAIR-B TO WS-ROOT
    PERFORM FIND-ROOT
    MOVE WS-ROOT TO WS-ROOT-B
    IF WS-ROOT-A NOT = WS-ROOT-B
        MOVE WS-ROOT-A TO WS-ST-ROOT(WS-ROOT-B)
    END-IF
    MOVE 'Y' TO WS-ST-PAIRED(WS-PAIR-A)
    MOVE 'Y' TO WS-ST-PAIRED(WS-PAIR-B)
    ADD 1 TO WS-PAIR-USED.

FIND-STUDENT.
    MOVE 0 TO WS-FIND-HIT
    PERFORM VARYING WS-ST-JX FROM 1 BY 1
            UNTIL WS-ST-JX > WS-STU-COUNT OR WS-FIND-HIT > 0
        IF WS-ST-ID(WS-ST-JX) = WS-FIND-ID
            MOVE WS-ST-JX TO WS-FIND-HIT
        END-IF
    END-PERFORM.

FIND-ROOT.
    *> Follows the group chain from WS-ROOT to the student heading
    *> the group.
    PERFORM UNTIL WS-ST-ROOT(WS-ROOT) = WS-ROOT
        MOVE WS-ST-ROOT(WS-ROOT) TO WS-ROOT
    END-PERFORM.

ALLOCATE-ONE-PROGRAM.
    PERFORM LOAD-PROGRAM-SECTIONS
    *> Settle every student of the program on the head of their
    *> group and count the group sizes.
    MOVE 0 TO WS-MAX-GROUP
    PERFORM VARYING WS-ST-IX FROM 1 BY 1
            UNTIL WS-ST-IX > WS-STU-COUNT
        IF WS-ST-PROGRAM(WS-ST-IX) = WS-CUR-PROGRAM
            MOVE WS-ST-IX TO WS-ROOT
            PERFORM FIND-ROOT
            MOVE WS-ROOT TO WS-ST-ROOT(WS-ST-IX)
            ADD 1 TO WS-ST-GRP-SIZE(WS-ROOT)
            IF WS-ST-GRP-SIZE(WS-ROOT) > WS-MAX-GROUP
                MOVE WS-ST-GRP-SIZE(WS-ROOT) TO WS-MAX-GROUP
            END-IF
        END-IF
    END-PERFORM

    *> Groups first, largest first, while the sections are emptiest.
    PERFORM VARYING WS-GROUP-SIZE FROM WS-MAX-GROUP BY -1
            UNTIL WS-GROUP-SIZE < 2
        PERFORM VARYING WS-ST-IX FROM 1 BY 1
                UNTIL WS-ST-IX > WS-STU-COUNT
            IF WS-ST-PROGRAM(WS-ST-IX) = WS-CUR-PROGRAM
                    AND WS-ST-ROOT(WS-ST-IX) = WS-ST-IX
                    AND WS-ST-GRP-SIZE(WS-ST-IX) = WS-GROUP-SIZE
                MOVE WS-GROUP-SIZE TO WS-NEED
                SET CHOOSE-ON-FILL TO TRUE
                PERFORM CHOOSE-SECTION
                PERFORM PLACE-GROUP
            END-IF
        END-PERFORM
    END-PERFORM

    *> Unpaired repeaters next, spread on the repeater count.
    PERFORM VARYING WS-ST-IX FROM 1 BY 1
            UNTIL WS-ST-IX > WS-STU-COUNT
        IF WS-ST-PROGRAM(WS-ST-IX) = WS-CUR-PROGRAM
                AND WS-ST-NEW-SEC(WS-ST-IX) = SPACE
                AND WS-ST-RETAKE(WS-ST-IX) = 'Y'
            MOVE 1 TO WS-NEED
            SET CHOOSE-ON-RETAKES TO TRUE
            PERFORM CHOOSE-SECTION
            PERFORM PLACE-GROUP
        END-IF
    END-PERFORM

    *> Everyone else evens out the headcounts.
    PERFORM VARYING WS-ST-IX FROM 1 BY 1
            UNTIL WS-ST-IX > WS-STU-COUNT
        IF WS-ST-PROGRAM(WS-ST-IX) = WS-CUR-PROGRAM
                AND WS-ST-NEW-SEC(WS-ST-IX) = SPACE
            MOVE 1 TO WS-NEED
            SET CHOOSE-ON-FILL TO TRUE
            PERFORM CHOOSE-SECTION
            PERFORM PLACE-GROUP
        END-IF
    END-PERFORM.

LOAD-PROGRAM-SECTIONS.
    MOVE 0 TO WS-SEC-COUNT
    PERFORM VARYING WS-CAP-IX FROM 1 BY 1
            UNTIL WS-CAP-IX > WS-CAP-COUNT
        IF WS-CP-PROGRAM(WS-CAP-IX) = WS-CUR-PROGRAM
                AND WS-SEC-COUNT < 20
            ADD 1 TO WS-SEC-COUNT
            MOVE WS-CP-SECTION(WS-CAP-IX)
                TO WS-SC-SECTION(WS-SEC-COUNT)
            MOVE WS-CP-CAPACITY(WS-CAP-IX)
                TO WS-SC-CAPACITY(WS-SEC-COUNT)
        END-IF
    END-PERFORM
    IF WS-SEC-COUNT = 0
        MOVE 2 TO WS-SEC-COUNT
        MOVE 'A' TO WS-SC-SECTION(1)
        MOVE 'B' TO WS-SC-SECTION(2)
        MOVE WS-DEFAULT-CAPACITY TO WS-SC-CAPACITY(1)
        MOVE WS-DEFAULT-CAPACITY TO WS-SC-CAPACITY(2)
    END-IF
    PERFORM VARYING WS-SEC-IX FROM 1 BY 1
            UNTIL WS-SEC-IX > WS-SEC-COUNT
        MOVE 0 TO WS-SC-HEAD(WS-SEC-IX)
        MOVE 0 TO WS-SC-RETAKES(WS-SEC-IX)
    END-PERFORM.

CHOOSE-SECTION.
    *> Picks WS-BEST for WS-NEED students: among the sections with
    *> room for all of them, the lowest fill (or, for repeaters,
    *> the fewest repeaters and then the lowest fill). When none
    *> has room the lowest-filled section takes them regardless and
    *> the placement is counted over capacity.
    MOVE 'Y' TO WS-ROOM-ONLY
    PERFORM SCAN-SECTIONS
    IF WS-BEST = 0
        ADD 1 TO WS-OVER-COUNT
        MOVE 'N' TO WS-ROOM-ONLY
        PERFORM SCAN-SECTIONS
    END-IF.

SCAN-SECTIONS.
    MOVE 0 TO WS-BEST
    PERFORM VARYING WS-SEC-IX FROM 1 BY 1
            UNTIL WS-SEC-IX > WS-SEC-COUNT
        IF WS-ROOM-ONLY = 'N' OR
                WS-SC-HEAD(WS-SEC-IX) + WS-NEED
                    <= WS-SC-CAPACITY(WS-SEC-IX)
            IF WS-BEST = 0
                MOVE WS-SEC-IX TO WS-BEST
            ELSE
                PERFORM COMPARE-SECTIONS
                IF WS-BETTER = 'Y'
                    MOVE WS-SEC-IX TO WS-BEST
                END-IF
            END-IF
        END-IF
    END-PERFORM.

COMPARE-SECTIONS.
    *> Fill is compared by cross-multiplying headcount and capacity
    *> so sections of different sizes fill in proportion; equal
    *> fill keeps the earlier section.
    MOVE 'N' TO WS-BETTER
    IF CHOOSE-ON-RETAKES
        IF WS-SC-RETAKES(WS-SEC-IX) < WS-SC-RETAKES(WS-BEST)
            MOVE 'Y' TO WS-BETTER
            EXIT PARAGRAPH
        END-IF
        IF WS-SC-RETAKES(WS-SEC-IX) > WS-SC-RETAKES(WS-BEST)
            EXIT PARAGRAPH
        END-IF
    END-IF
    COMPUTE WS-FILL-K = WS-SC-HEAD(WS-SEC-IX) * WS-SC-CAPACITY(WS-BEST)
    COMPUTE WS-FILL-B = WS-SC-HEAD(WS-BEST) * WS-SC-CAPACITY(WS-SEC-IX)
    IF WS-FILL-K < WS-FILL-B
        MOVE 'Y' TO WS-BETTER
    END-IF.

PLACE-GROUP.
    *> Everyone whose group is headed by WS-ST-IX goes to WS-BEST.
    MOVE WS-SC-SECTION(WS-BEST) TO WS-PLACED-SEC
    PERFORM VARYING WS-ST-JX FROM 1 BY 1
            UNTIL WS-ST-JX > WS-STU-COUNT
        IF WS-ST-PROGRAM(WS-ST-JX) = WS-CUR-PROGRAM
                AND WS-ST-ROOT(WS-ST-JX) = WS-ST-IX
            MOVE WS-PLACED-SEC TO WS-ST-NEW-SEC(WS-ST-JX)
            ADD 1 TO WS-SC-HEAD(WS-BEST)
            IF WS-ST-RETAKE(WS-ST-JX) = 'Y'
                ADD 1 TO WS-SC-RETAKES(WS-BEST)
            END-IF
            IF WS-ST-NEW-SEC(WS-ST-JX) NOT = WS-ST-OLD-SEC(WS-ST-JX)
                ADD 1 TO WS-MOVED-COUNT
            END-IF
        END-IF
    END-PERFORM.

REPORT-ONE-PROGRAM.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "PROGRAM " WS-CUR-PROGRAM
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    DISPLAY "Program " WS-CUR-PROGRAM
    PERFORM VARYING WS-SEC-IX FROM 1 BY 1
            UNTIL WS-SEC-IX > WS-SEC-COUNT
        MOVE SPACES TO REPORT-LINE
        IF WS-SC-CAPACITY(WS-SEC-IX) = WS-DEFAULT-CAPACITY
            STRING "  Section " WS-SC-SECTION(WS-SEC-IX)
                "  capacity ---  headcount " WS-SC-HEAD(WS-SEC-IX)
                "  repeaters " WS-SC-RETAKES(WS-SEC-IX)
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            STRING "  Section " WS-SC-SECTION(WS-SEC-IX)
                "  capacity " WS-SC-CAPACITY(WS-SEC-IX)
                "  headcount " WS-SC-HEAD(WS-SEC-IX)
                "  repeaters " WS-SC-RETAKES(WS-SEC-IX)
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
        DISPLAY REPORT-LINE(1:60)
        PERFORM VARYING WS-ST-IX FROM 1 BY 1
                UNTIL WS-ST-IX > WS-STU-COUNT
            IF WS-ST-PROGRAM(WS-ST-IX) = WS-CUR-PROGRAM
                    AND WS-ST-NEW-SEC(WS-ST-IX)
                        = WS-SC-SECTION(WS-SEC-IX)
                MOVE SPACES TO WS-FLAGS
                IF WS-ST-RETAKE(WS-ST-IX) = 'Y'
                    MOVE 'R' TO WS-FLAGS(1:1)
                END-IF
                IF WS-ST-PAIRED(WS-ST-IX) = 'Y'
                    MOVE 'P' TO WS-FLAGS(3:1)
                END-IF
                IF WS-ST-NEW-SEC(WS-ST-IX)
                        NOT = WS-ST-OLD-SEC(WS-ST-IX)
                    MOVE '*' TO WS-FLAGS(5:1)
                    MOVE WS-ST-OLD-SEC(WS-ST-IX) TO WS-FLAGS(7:1)
                    MOVE "->" TO WS-FLAGS(8:2)
                    MOVE WS-ST-NEW-SEC(WS-ST-IX) TO WS-FLAGS(10:1)
                END-IF
                MOVE SPACES TO REPORT-LINE
                STRING "    " WS-ST-ID(WS-ST-IX) " "
                    WS-ST-NAME(WS-ST-IX) " " WS-FLAGS
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
        END-PERFORM
    END-PERFORM.

COMMIT-ALLOCATION.
    PERFORM ACQUIRE-LOCK-SEM1
    IF WS-LOCKED = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-COMMITTED
    OPEN I-O STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "Semester 1 master not available - nothing committed."
        PERFORM RELEASE-LOCK-SEM1
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    PERFORM VARYING WS-ST-IX FROM 1 BY 1
            UNTIL WS-ST-IX > WS-STU-COUNT
        IF WS-ST-NEW-SEC(WS-ST-IX) NOT = WS-ST-OLD-SEC(WS-ST-IX)
            MOVE WS-ST-ID(WS-ST-IX) TO STUDENT-ID1
            READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                INVALID KEY
                    DISPLAY "Student " WS-ST-ID(WS-ST-IX)
                        " no longer on the master - skipped."
                NOT INVALID KEY
                    MOVE WS-ST-NEW-SEC(WS-ST-IX) TO SECTION1
                    REWRITE STUDENT-RECORD-SEM1
                    ADD 1 TO WS-COMMITTED
                    MOVE WS-ST-ID(WS-ST-IX) TO WS-LOG-STUDENT
                    MOVE SPACES TO WS-LOG-DETAIL
                    STRING "COHORT " WS-COHORT-YEAR " SECTION "
                        WS-ST-OLD-SEC(WS-ST-IX) " TO "
                        WS-ST-NEW-SEC(WS-ST-IX)
                        DELIMITED BY SIZE INTO WS-LOG-DETAIL
                    PERFORM WRITE-ACTIVITY
            END-READ
        END-IF
    END-PERFORM
    CLOSE ACTIVITY-FILE
    CLOSE STUDENT-FILE-SEM1
    IF WS-COMMITTED > 0
        PERFORM UPDATE-CHECKSUM-SEM1
    END-IF
    PERFORM RELEASE-LOCK-SEM1
    DISPLAY "Section allocation committed: " WS-COMMITTED
        " student(s) changed section.".

WRITE-ACTIVITY.
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID TO ACT-STAFF-ID
    MOVE "SECTION-ALLOC" TO ACT-FUNCTION
    MOVE WS-LOG-STUDENT TO ACT-STUDENT-ID
    MOVE 1 TO ACT-SEMESTER
    MOVE WS-LOG-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD.

ACQUIRE-LOCK-SEM1.
    *> Same single-writer convention every interactive program
    *> honors for the Semester 1 master.
    OPEN INPUT LOCK-FILE
    IF WS-LOCK-STATUS = "00"
        CLOSE LOCK-FILE
        MOVE 'Y' TO WS-LOCKED
        DISPLAY "Semester 1 records are locked by another user. "
            "Nothing committed - please run again shortly."
    ELSE
        MOVE 'N' TO WS-LOCKED
        OPEN OUTPUT LOCK-FILE
        MOVE SPACES TO LOCK-RECORD
        STRING "SECTION-ALLOC  " WS-STAFF-ID " "
            FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO LOCK-RECORD
        WRITE LOCK-RECORD
        CLOSE LOCK-FILE
    END-IF.

RELEASE-LOCK-SEM1.
    CALL "CBL_DELETE_FILE" USING "student_sem1.lck".

UPDATE-CHECKSUM-SEM1.
    MOVE 0 TO WS-CHECKSUM-SEM1
    OPEN INPUT STUDENT-FILE-SEM1
    MOVE 'N' TO WS-CHECKSUM-EOF
    PERFORM UNTIL CHECKSUM-FILE-END
        READ STUDENT-FILE-SEM1 NEXT RECORD
            AT END
                SET CHECKSUM-FILE-END TO TRUE
            NOT AT END
                MOVE STUDENT-RECORD-SEM1 TO WS-CHECKSUM-BUFFER
                PERFORM VARYING WS-CHECKSUM-INDEX FROM 1 BY 1
                        UNTIL WS-CHECKSUM-INDEX > 100
                    ADD FUNCTION ORD(WS-CHECKSUM-BUFFER
                        (WS-CHECKSUM-INDEX:1))
                        TO WS-CHECKSUM-SEM1
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE STUDENT-FILE-SEM1
    OPEN OUTPUT CHECKSUM-FILE-SEM1
    MOVE WS-CHECKSUM-SEM1 TO CHECKSUM-RECORD-SEM1
    WRITE CHECKSUM-RECORD-SEM1
    CLOSE CHECKSUM-FILE-SEM1.

SET-CAPACITY.
    *> One row per program and section; a capacity of 0 removes
    *> the section from the program.
    DISPLAY "Program code: "
    ACCEPT WS-CAP-PROGRAM
    MOVE FUNCTION UPPER-CASE(WS-CAP-PROGRAM) TO WS-CAP-PROGRAM
    DISPLAY "Section letter: "
    ACCEPT WS-CAP-SECTION
    MOVE FUNCTION UPPER-CASE(WS-CAP-SECTION) TO WS-CAP-SECTION
    IF WS-CAP-PROGRAM = SPACES OR WS-CAP-SECTION IS NOT ALPHABETIC
            OR WS-CAP-SECTION = SPACE
        DISPLAY "A program code and a section letter are required."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Capacity (0 removes the section): "
    ACCEPT WS-CAP-INPUT
    IF FUNCTION TRIM(WS-CAP-INPUT) IS NOT NUMERIC
        DISPLAY "Capacity must be a number."
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-CAP-INPUT) TO WS-CAP-VALUE
    PERFORM LOAD-CAPACITIES
    MOVE 'N' TO WS-CAP-REPLACED
    OPEN OUTPUT CAPACITY-FILE
    PERFORM VARYING WS-CAP-IX FROM 1 BY 1
            UNTIL WS-CAP-IX > WS-CAP-COUNT
        IF WS-CP-PROGRAM(WS-CAP-IX) = WS-CAP-PROGRAM
                AND WS-CP-SECTION(WS-CAP-IX) = WS-CAP-SECTION
            MOVE 'Y' TO WS-CAP-REPLACED
            MOVE WS-CAP-VALUE TO WS-CP-CAPACITY(WS-CAP-IX)
        END-IF
        IF WS-CP-CAPACITY(WS-CAP-IX) > 0
            MOVE WS-CP-PROGRAM(WS-CAP-IX) TO SCP-PROGRAM
            MOVE WS-CP-SECTION(WS-CAP-IX) TO SCP-SECTION
            MOVE WS-CP-CAPACITY(WS-CAP-IX) TO SCP-CAPACITY
            WRITE CAPACITY-RECORD
        END-IF
    END-PERFORM
    IF WS-CAP-REPLACED = 'N' AND WS-CAP-VALUE > 0
        MOVE WS-CAP-PROGRAM TO SCP-PROGRAM
        MOVE WS-CAP-SECTION TO SCP-SECTION
        MOVE WS-CAP-VALUE TO SCP-CAPACITY
        WRITE CAPACITY-RECORD
    END-IF
    CLOSE CAPACITY-FILE
    MOVE SPACES TO WS-LOG-STUDENT
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "CAPACITY " WS-CAP-PROGRAM " " WS-CAP-SECTION " "
        WS-CAP-VALUE
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    PERFORM WRITE-ACTIVITY
    CLOSE ACTIVITY-FILE
    DISPLAY "Section " WS-CAP-SECTION " of " WS-CAP-PROGRAM
        " capacity set to " WS-CAP-VALUE.

LIST-CAPACITIES.
    PERFORM LOAD-CAPACITIES
    IF WS-CAP-COUNT = 0
        DISPLAY "No capacities set - every program is balanced "
            "across sections A and B on headcount."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Prog Sec Capacity"
    PERFORM VARYING WS-CAP-IX FROM 1 BY 1
            UNTIL WS-CAP-IX > WS-CAP-COUNT
        DISPLAY WS-CP-PROGRAM(WS-CAP-IX) "   "
            WS-CP-SECTION(WS-CAP-IX) "   "
            WS-CP-CAPACITY(WS-CAP-IX)
    END-PERFORM.

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
