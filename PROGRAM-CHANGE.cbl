IDENTIFICATION DIVISION.
PROGRAM-ID. PROGRAM-CHANGE.

*> Internal change of program of study (supervisor PIN required).
*> Until now the only way to move a student to another program was
*> to delete and re-register them, losing their history; TRANSFER
*> only moves a student between campuses. Here the student keeps
*> their ID and their record:
*>   - every completed (passed) subject of the old curriculum is
*>     looked up in the maintained equivalence table
*>     (program_equivalences.dat) and its mark is carried into the
*>     equivalent subject of the new program's curriculum
*>     (program_catalog.dat, as PROGRAM-ADMIN keeps it);
*>   - an equivalent that falls in a semester the student has not
*>     reached yet is credited as an exemption instead;
*>   - every new-curriculum subject of a semester already taken that
*>     no mark was carried into is either exempted (written to
*>     exemption_register.dat, which DEGREE-AUDIT and the
*>     transcripts honor) or left as still owed;
*>   - PROGRAM-CODE is updated on every semester master the student
*>     appears in, with totals and grades recomputed on the new
*>     program's grading scale.
*> The change is recorded in program_change_register.dat with its
*> effective term, and the fate of every subject in
*> program_change_subjects.dat (M carried, E exempted, O owed,
*> D old subject not carried). DEGREE-AUDIT and the transcripts
*> show the change and its effective term. All four semester locks
*> are taken before any master is touched, as NAME-CHANGE does.

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
    SELECT CHECKSUM-FILE ASSIGN TO WS-CHECKSUM-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LOCK-FILE ASSIGN TO WS-LOCK-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
    SELECT PROGRAM-CATALOG-FILE ASSIGN TO "program_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PGMCAT.
    SELECT EQUIVALENCE-FILE ASSIGN TO "program_equivalences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EQUIV.
    SELECT TEMP-EQUIVALENCE-FILE ASSIGN TO "temp_equivalences.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXEMPTION-FILE ASSIGN TO "exemption_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EXEMPTION.
    SELECT PROGRAM-CHANGE-FILE ASSIGN TO "program_change_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PCR.
    SELECT CHANGE-SUBJECT-FILE ASSIGN TO "program_change_subjects.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PCS.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.
    SELECT GRADING-SCALE-FILE ASSIGN TO "grading_scale.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-GRADING-SCALE.
    SELECT PROGRAM-SCALE-FILE ASSIGN TO WS-PGM-SCALE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PGMSCALE.
    SELECT AUDIT-CONFIG-FILE ASSIGN TO "degree_audit_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT STAFF-FILE ASSIGN TO "staff_pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STAFF.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.

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
    05  ELECTIVE-CODE2     PIC X(10).
    05  MARK2-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR2       PIC 9(4).
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
    05  ELECTIVE-CODE3     PIC X(10).
    05  MARK3-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR3       PIC 9(4).
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
    05  ELECTIVE-CODE4     PIC X(10).
    05  MARK4-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4      PIC X(3).

FD  CHECKSUM-FILE.
01  CHECKSUM-RECORD        PIC 9(10).

FD  LOCK-FILE.
01  LOCK-RECORD            PIC X(40).

FD  PROGRAM-CATALOG-FILE.
01  PROGRAM-CATALOG-RECORD.
    05  PGM-CODE           PIC X(3).
    05  PGM-SEMESTER       PIC 9.
    05  PGM-SLOT           PIC 9.
    05  PGM-SUBJECT-CODE   PIC X(10).
    05  PGM-TITLE          PIC X(28).

FD  EQUIVALENCE-FILE.
01  EQUIVALENCE-RECORD.
    05  EQV-FROM-PROGRAM   PIC X(3).
    05  EQV-FROM-SUBJECT   PIC X(10).
    05  EQV-TO-PROGRAM     PIC X(3).
    05  EQV-TO-SUBJECT     PIC X(10).

FD  TEMP-EQUIVALENCE-FILE.
01  TEMP-EQUIVALENCE-RECORD PIC X(26).

FD  EXEMPTION-FILE.
01  EXEMPTION-RECORD.
    05  EXM-STUDENT-ID     PIC X(10).
    05  EXM-SEMESTER       PIC 9.
    05  EXM-SUBJECT-CODE   PIC X(10).
    05  EXM-INSTITUTION    PIC X(30).
    05  EXM-APPROVAL-REF   PIC X(15).
    05  EXM-STATUS         PIC X.
    05  EXM-GRANT-DATE     PIC X(8).

FD  PROGRAM-CHANGE-FILE.
01  PROGRAM-CHANGE-RECORD.
    05  PCR-STUDENT-ID     PIC X(10).
    05  PCR-OLD-PROGRAM    PIC X(3).
    05  PCR-NEW-PROGRAM    PIC X(3).
    05  PCR-EFFECTIVE-TERM PIC X(10).
    05  PCR-CHANGE-DATE    PIC X(8).
    05  PCR-RECORDED-BY    PIC X(10).
    05  PCR-CARRIED        PIC 9(2).
    05  PCR-EXEMPTED       PIC 9(2).
    05  PCR-OWED           PIC 9(2).
    05  PCR-DROPPED        PIC 9(2).

FD  CHANGE-SUBJECT-FILE.
01  CHANGE-SUBJECT-RECORD.
    05  PCS-STUDENT-ID     PIC X(10).
    05  PCS-CHANGE-DATE    PIC X(8).
    05  PCS-SEMESTER       PIC 9.
    05  PCS-SUBJECT-CODE   PIC X(10).
    05  PCS-OUTCOME        PIC X.
        88  PCS-CARRIED     VALUE 'M'.
        88  PCS-EXEMPTED    VALUE 'E'.
        88  PCS-OWED        VALUE 'O'.
        88  PCS-DROPPED     VALUE 'D'.
    05  PCS-FROM-SUBJECT   PIC X(10).
    05  PCS-MARK           PIC 9(3).

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  FILLER             PIC X(40).

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

FD  AUDIT-CONFIG-FILE.
01  AUDIT-CONFIG-RECORD.
    05  AC-PASS-MARK       PIC 9(3).

FD  STAFF-FILE.
01  STAFF-RECORD.
    05  STAFF-ID           PIC X(10).
    05  STAFF-PIN          PIC X(6).
    05  STAFF-ROLE         PIC X.
    05  STAFF-STATUS       PIC X.
    05  STAFF-FAIL-COUNT   PIC 9.
    05  STAFF-PIN-DATE     PIC X(8).
    05  STAFF-FORCE-CHANGE PIC X.

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
01  WS-LOCK-STATUS         PIC XX.
01  WS-LOCK-FILENAME       PIC X(20).
01  WS-LOCK-SEM            PIC 9.
01  WS-LOCKS-HELD          PIC 9 VALUE 0.
01  WS-LOCK-BUSY           PIC X VALUE 'N'.
01  FILE-STATUS-PGMCAT     PIC XX.
01  FILE-STATUS-EQUIV      PIC XX.
01  FILE-STATUS-EXEMPTION  PIC XX.
01  FILE-STATUS-PCR        PIC XX.
01  FILE-STATUS-PCS        PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  FILE-STATUS-GRADING-SCALE PIC XX.
01  FILE-STATUS-PGMSCALE   PIC XX.
01  FILE-STATUS-CONFIG     PIC XX.
01  FILE-STATUS-STAFF      PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-PGM-SCALE-FILENAME  PIC X(30).
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-SUPER-ID            PIC X(10).
01  WS-SUPER-PIN           PIC X(6).
01  WS-SUPER-OK            PIC X VALUE 'N'.
01  WS-ID-INPUT            PIC X(10).
01  WS-TODAY               PIC X(8).
01  WS-CONFIRM             PIC X.
01  WS-FOUND               PIC X VALUE 'N'.
01  WS-STUDENT-NAME        PIC X(30).
01  WS-OLD-PROGRAM         PIC X(3).
01  WS-NEW-PROGRAM         PIC X(3).
01  WS-EFFECTIVE-TERM      PIC X(10).
01  WS-CURRENT-TERM        PIC X(10).
01  WS-PASS-MARK           PIC 9(3) VALUE 40.
01  WS-GRADE-CUTOFF-A      PIC 9(3) VALUE 450.
01  WS-GRADE-CUTOFF-B      PIC 9(3) VALUE 400.
01  WS-GRADE-CUTOFF-C      PIC 9(3) VALUE 300.
01  WS-CALC-TOTAL          PIC 9(4).
01  WS-CALC-GRADE          PIC X(2).
01  WS-CALC-ELECTIVE       PIC 9(3).
01  WS-SEM-IX              PIC 9.
01  WS-SUBJ-IX             PIC 9.
01  WS-MAP-SEM             PIC 9.
01  WS-MAP-SLOT            PIC 9.
01  WS-FIND-SEM            PIC 9.
01  WS-FIND-SLOT           PIC 9.
01  WS-PLAN-IX             PIC 9(2).
01  WS-PRIOR-IX            PIC 9(2).
01  WS-EQV-IX              PIC 9(3).
01  WS-TO-SUBJECT          PIC X(10).
01  WS-FROM-PROGRAM        PIC X(3).
01  WS-FROM-SUBJECT        PIC X(10).
01  WS-TO-PROGRAM          PIC X(3).
01  WS-LOAD-PROGRAM        PIC X(3).
01  WS-CATALOG-ROWS        PIC 9(3) VALUE 0.
01  WS-SETTLE-MODE         PIC X.
01  WS-SETTLE-CHOICE       PIC X.
01  WS-MASTERS-CHANGED     PIC 9 VALUE 0.
01  WS-SEMS-CHANGED        PIC X(4).
01  WS-CARRIED-COUNT       PIC 9(2) VALUE 0.
01  WS-EXEMPTED-COUNT      PIC 9(2) VALUE 0.
01  WS-OWED-COUNT          PIC 9(2) VALUE 0.
01  WS-DROPPED-COUNT       PIC 9(2) VALUE 0.
01  WS-LIST-COUNT          PIC 9(4) VALUE 0.
01  WS-REMOVED             PIC X VALUE 'N'.
01  WS-OUTCOME-CODE        PIC X.
01  WS-OUTCOME-TEXT        PIC X(24).
01  WS-APPROVAL-REF        PIC X(15).
01  WS-ACT-FUNCTION        PIC X(20).
01  WS-ACT-DETAIL          PIC X(25).
01  WS-BAL-OLD-MARKS       PIC 9(6) VALUE 0.
01  WS-BAL-NEW-MARKS       PIC 9(6) VALUE 0.
01  WS-BAL-DELTA           PIC 9(6) VALUE 0.
01  WS-BAL-SIGN            PIC X.
01  WS-CHECKSUM-FILENAME   PIC X(20).
01  WS-CHECKSUM-SEM        PIC 9.
01  WS-CHECKSUM-TOTAL      PIC 9(10) VALUE 0.
01  WS-CHECKSUM-BUFFER     PIC X(100) VALUE SPACES.
01  WS-CHECKSUM-INDEX      PIC 9(3) VALUE 0.
01  WS-CHECKSUM-EOF        PIC X.

*> Built-in CST curriculum, as INSERT and DEGREE-AUDIT carry it; a
*> program's rows in program_catalog.dat replace these slot by
*> slot.
01  SUBJECT-NAMES-ALL.
    05  FILLER PIC X(10) VALUE "CST11101".
    05  FILLER PIC X(10) VALUE "CST11201".
    05  FILLER PIC X(10) VALUE "CST11401".
    05  FILLER PIC X(10) VALUE "CST11501".
    05  FILLER PIC X(10) VALUE "CST11601".
    05  FILLER PIC X(10) VALUE "CST11701".
    05  FILLER PIC X(10) VALUE "CST12101".
    05  FILLER PIC X(10) VALUE "CST12201".
    05  FILLER PIC X(10) VALUE "CST12401".
    05  FILLER PIC X(10) VALUE "CST12501".
    05  FILLER PIC X(10) VALUE "CST12601".
    05  FILLER PIC X(10) VALUE "CST12701".
    05  FILLER PIC X(10) VALUE "CST13101".
    05  FILLER PIC X(10) VALUE "CST13201".
    05  FILLER PIC X(10) VALUE "CST13401".
    05  FILLER PIC X(10) VALUE "CST13501".
    05  FILLER PIC X(10) VALUE "CST13601".
    05  FILLER PIC X(10) VALUE "CST13701".
    05  FILLER PIC X(10) VALUE "CST14101".
    05  FILLER PIC X(10) VALUE "CST14201".
    05  FILLER PIC X(10) VALUE "CST14401".
    05  FILLER PIC X(10) VALUE "CST14501".
    05  FILLER PIC X(10) VALUE "CST14601".
    05  FILLER PIC X(10) VALUE "CST14701".
01  SUBJECT-NAME-TABLE-ALL REDEFINES SUBJECT-NAMES-ALL.
    05  SUBJECT-NAME-ROW OCCURS 4 TIMES.
        10  SUBJECT-NAME   OCCURS 6 TIMES PIC X(10).

01  WS-LOAD-CURRICULUM.
    05  WS-LOAD-ROW OCCURS 4 TIMES.
        10  WS-LOAD-SUBJECT OCCURS 6 TIMES PIC X(10).
01  WS-OLD-CURRICULUM.
    05  WS-OLD-ROW OCCURS 4 TIMES.
        10  WS-OLD-SUBJECT  OCCURS 6 TIMES PIC X(10).
01  WS-NEW-CURRICULUM.
    05  WS-NEW-ROW OCCURS 4 TIMES.
        10  WS-NEW-SUBJECT  OCCURS 6 TIMES PIC X(10).

*> The student's four semesters as read from the masters, and the
*> marks they will carry under the new program.
01  WS-STUDENT-SEMS.
    05  WS-SEM-ENTRY OCCURS 4 TIMES.
        10  WS-ON-SEM       PIC X.
        10  WS-SEM-ELECTIVE PIC X(10).
        10  WS-SEM-ELECTIVE-MARK PIC 9(3).
        10  WS-OLD-MARK     OCCURS 6 TIMES PIC 9(3).
        10  WS-NEW-MARK     OCCURS 6 TIMES PIC 9(3).
        10  WS-NEW-OUTCOME  OCCURS 6 TIMES PIC X.
        10  WS-NEW-PLAN-IX  OCCURS 6 TIMES PIC 9(2).

*> Equivalences for the old-to-new program pair being applied.
01  WS-EQV-COUNT           PIC 9(3) VALUE 0.
01  WS-EQV-TABLE.
    05  WS-EQV-ENTRY OCCURS 200 TIMES.
        10  WS-EQV-FROM     PIC X(10).
        10  WS-EQV-TO       PIC X(10).

*> One line per subject decision, shown before confirmation and
*> written to program_change_subjects.dat once applied.
01  WS-PLAN-COUNT          PIC 9(2) VALUE 0.
01  WS-PLAN-TABLE.
    05  WS-PLAN-ENTRY OCCURS 60 TIMES.
        10  PLN-SEMESTER    PIC 9.
        10  PLN-SUBJECT     PIC X(10).
        10  PLN-OUTCOME     PIC X.
        10  PLN-FROM        PIC X(10).
        10  PLN-MARK        PIC 9(3).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Change of Program of Study ---"
    DISPLAY "Supervisor Staff ID: "
    ACCEPT WS-SUPER-ID
    DISPLAY "Supervisor PIN: "
    ACCEPT WS-SUPER-PIN
    PERFORM VERIFY-SUPERVISOR
    IF WS-SUPER-OK NOT = 'Y'
        DISPLAY "Supervisor check failed - access denied."
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    DISPLAY "1. Add a subject equivalence"
    DISPLAY "2. Remove a subject equivalence"
    DISPLAY "3. List subject equivalences"
    DISPLAY "4. Change a student's program of study"
    DISPLAY "5. Program change history for a student"
    DISPLAY "Enter choice (1-5): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM ADD-EQUIVALENCE
        WHEN '2'
            PERFORM REMOVE-EQUIVALENCE
        WHEN '3'
            PERFORM LIST-EQUIVALENCES
        WHEN '4'
            PERFORM CHANGE-PROGRAM
        WHEN '5'
            PERFORM SHOW-CHANGE-HISTORY
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

VERIFY-SUPERVISOR.
    MOVE 'N' TO WS-SUPER-OK
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
                IF STAFF-ID = WS-SUPER-ID
                        AND STAFF-PIN = WS-SUPER-PIN
                        AND STAFF-ROLE = 'R'
                        AND STAFF-STATUS = 'A'
                    MOVE 'Y' TO WS-SUPER-OK
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-STAFF NOT = "35"
        CLOSE STAFF-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

ADD-EQUIVALENCE.
    DISPLAY "From program code (e.g. CST): "
    ACCEPT WS-FROM-PROGRAM
    MOVE FUNCTION UPPER-CASE(WS-FROM-PROGRAM) TO WS-FROM-PROGRAM
    DISPLAY "From subject code: "
    ACCEPT WS-FROM-SUBJECT
    MOVE FUNCTION UPPER-CASE(WS-FROM-SUBJECT) TO WS-FROM-SUBJECT
    DISPLAY "To program code: "
    ACCEPT WS-TO-PROGRAM
    MOVE FUNCTION UPPER-CASE(WS-TO-PROGRAM) TO WS-TO-PROGRAM
    DISPLAY "Equivalent subject code in the new program: "
    ACCEPT WS-TO-SUBJECT
    MOVE FUNCTION UPPER-CASE(WS-TO-SUBJECT) TO WS-TO-SUBJECT
    IF WS-FROM-PROGRAM = SPACES OR WS-TO-PROGRAM = SPACES
            OR WS-FROM-PROGRAM = WS-TO-PROGRAM
        DISPLAY "Two different program codes are needed."
        EXIT PARAGRAPH
    END-IF
    *> The old subject must belong to the old curriculum (built-in
    *> CST codes count for CST), and the new one must be a real
    *> catalog row of the new program.
    MOVE WS-FROM-PROGRAM TO WS-LOAD-PROGRAM
    PERFORM LOAD-CURRICULUM
    MOVE 'N' TO WS-FOUND
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
            IF WS-LOAD-SUBJECT(WS-SEM-IX, WS-SUBJ-IX) = WS-FROM-SUBJECT
                MOVE 'Y' TO WS-FOUND
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-FOUND = 'N'
        DISPLAY WS-FROM-SUBJECT " is not in the " WS-FROM-PROGRAM
            " curriculum."
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-FOUND
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
                IF PGM-CODE = WS-TO-PROGRAM
                        AND PGM-SUBJECT-CODE = WS-TO-SUBJECT
                    MOVE 'Y' TO WS-FOUND
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PGMCAT NOT = "35"
        CLOSE PROGRAM-CATALOG-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-FOUND = 'N'
        DISPLAY WS-TO-SUBJECT " is not in the " WS-TO-PROGRAM
            " catalog - add it with PROGRAM-ADMIN first."
        EXIT PARAGRAPH
    END-IF
    *> One equivalent per old subject and target program.
    MOVE 'N' TO WS-FOUND
    OPEN INPUT EQUIVALENCE-FILE
    IF FILE-STATUS-EQUIV NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ EQUIVALENCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF EQV-FROM-PROGRAM = WS-FROM-PROGRAM
                        AND EQV-FROM-SUBJECT = WS-FROM-SUBJECT
                        AND EQV-TO-PROGRAM = WS-TO-PROGRAM
                    MOVE 'Y' TO WS-FOUND
                    DISPLAY WS-FROM-SUBJECT " is already mapped to "
                        EQV-TO-SUBJECT " - remove that first."
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-EQUIV NOT = "35"
        CLOSE EQUIVALENCE-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-FOUND = 'Y'
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND EQUIVALENCE-FILE
    IF FILE-STATUS-EQUIV NOT = "00"
        OPEN OUTPUT EQUIVALENCE-FILE
    END-IF
    MOVE SPACES TO EQUIVALENCE-RECORD
    MOVE WS-FROM-PROGRAM TO EQV-FROM-PROGRAM
    MOVE WS-FROM-SUBJECT TO EQV-FROM-SUBJECT
    MOVE WS-TO-PROGRAM TO EQV-TO-PROGRAM
    MOVE WS-TO-SUBJECT TO EQV-TO-SUBJECT
    WRITE EQUIVALENCE-RECORD
    CLOSE EQUIVALENCE-FILE
    MOVE "PGM-EQUIV-ADD" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ID-INPUT
    MOVE SPACES TO WS-ACT-DETAIL
    STRING WS-FROM-PROGRAM " " WS-FROM-SUBJECT(1:8) ">"
        WS-TO-PROGRAM " " WS-TO-SUBJECT(1:8)
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    PERFORM LOG-CHANGE-ACTION
    DISPLAY "Equivalence recorded: " WS-FROM-PROGRAM " "
        WS-FROM-SUBJECT " = " WS-TO-PROGRAM " " WS-TO-SUBJECT.

REMOVE-EQUIVALENCE.
    DISPLAY "From program code: "
    ACCEPT WS-FROM-PROGRAM
    MOVE FUNCTION UPPER-CASE(WS-FROM-PROGRAM) TO WS-FROM-PROGRAM
    DISPLAY "From subject code: "
    ACCEPT WS-FROM-SUBJECT
    MOVE FUNCTION UPPER-CASE(WS-FROM-SUBJECT) TO WS-FROM-SUBJECT
    DISPLAY "To program code: "
    ACCEPT WS-TO-PROGRAM
    MOVE FUNCTION UPPER-CASE(WS-TO-PROGRAM) TO WS-TO-PROGRAM
    MOVE 'N' TO WS-REMOVED
    MOVE 'N' TO WS-EOF
    OPEN INPUT EQUIVALENCE-FILE
    IF FILE-STATUS-EQUIV NOT = "00"
        DISPLAY "No subject equivalences on file."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-EQUIVALENCE-FILE
    PERFORM UNTIL END-OF-FILE
        READ EQUIVALENCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF EQV-FROM-PROGRAM = WS-FROM-PROGRAM
                        AND EQV-FROM-SUBJECT = WS-FROM-SUBJECT
                        AND EQV-TO-PROGRAM = WS-TO-PROGRAM
                    MOVE 'Y' TO WS-REMOVED
                    MOVE EQV-TO-SUBJECT TO WS-TO-SUBJECT
                ELSE
                    MOVE EQUIVALENCE-RECORD TO TEMP-EQUIVALENCE-RECORD
                    WRITE TEMP-EQUIVALENCE-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE EQUIVALENCE-FILE
    CLOSE TEMP-EQUIVALENCE-FILE
    MOVE 'N' TO WS-EOF
    IF WS-REMOVED = 'N'
        CALL "CBL_DELETE_FILE" USING "temp_equivalences.dat"
        DISPLAY "No equivalence for " WS-FROM-PROGRAM " "
            WS-FROM-SUBJECT " into " WS-TO-PROGRAM "."
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING "program_equivalences.dat"
    CALL "CBL_RENAME_FILE" USING "temp_equivalences.dat"
        "program_equivalences.dat"
    MOVE "PGM-EQUIV-REMOVE" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ID-INPUT
    MOVE SPACES TO WS-ACT-DETAIL
    STRING WS-FROM-PROGRAM " " WS-FROM-SUBJECT(1:8) ">"
        WS-TO-PROGRAM " " WS-TO-SUBJECT(1:8)
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    PERFORM LOG-CHANGE-ACTION
    DISPLAY "Equivalence removed: " WS-FROM-PROGRAM " "
        WS-FROM-SUBJECT " = " WS-TO-PROGRAM " " WS-TO-SUBJECT.

LIST-EQUIVALENCES.
    DISPLAY "From program code (Enter for all): "
    ACCEPT WS-FROM-PROGRAM
    MOVE FUNCTION UPPER-CASE(WS-FROM-PROGRAM) TO WS-FROM-PROGRAM
    DISPLAY "To program code (Enter for all): "
    ACCEPT WS-TO-PROGRAM
    MOVE FUNCTION UPPER-CASE(WS-TO-PROGRAM) TO WS-TO-PROGRAM
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT EQUIVALENCE-FILE
    IF FILE-STATUS-EQUIV NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    DISPLAY "FROM PROGRAM/SUBJECT   TO PROGRAM/SUBJECT"
    PERFORM UNTIL END-OF-FILE
        READ EQUIVALENCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF (WS-FROM-PROGRAM = SPACES
                        OR EQV-FROM-PROGRAM = WS-FROM-PROGRAM)
                        AND (WS-TO-PROGRAM = SPACES
                        OR EQV-TO-PROGRAM = WS-TO-PROGRAM)
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY EQV-FROM-PROGRAM " " EQV-FROM-SUBJECT
                        "       " EQV-TO-PROGRAM " " EQV-TO-SUBJECT
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-EQUIV NOT = "35"
        CLOSE EQUIVALENCE-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    DISPLAY WS-LIST-COUNT " equivalence(s) listed.".

CHANGE-PROGRAM.
    DISPLAY "Enter Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM LOAD-STUDENT-SEMS
    IF WS-FOUND = 'N'
        DISPLAY "Student " WS-ID-INPUT " is not on any semester "
            "master."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Student: " WS-STUDENT-NAME
    DISPLAY "Current program of study: " WS-OLD-PROGRAM
    DISPLAY "New program code: "
    ACCEPT WS-NEW-PROGRAM
    MOVE FUNCTION UPPER-CASE(WS-NEW-PROGRAM) TO WS-NEW-PROGRAM
    IF WS-NEW-PROGRAM = SPACES OR WS-NEW-PROGRAM = WS-OLD-PROGRAM
        DISPLAY "No new program entered - nothing changed."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NEW-PROGRAM TO WS-LOAD-PROGRAM
    PERFORM LOAD-CURRICULUM
    IF WS-CATALOG-ROWS = 0 AND WS-NEW-PROGRAM NOT = "CST"
        DISPLAY "Program " WS-NEW-PROGRAM " has no curriculum in "
            "program_catalog.dat - set it up with PROGRAM-ADMIN "
            "first."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LOAD-CURRICULUM TO WS-NEW-CURRICULUM
    MOVE WS-OLD-PROGRAM TO WS-LOAD-PROGRAM
    PERFORM LOAD-CURRICULUM
    MOVE WS-LOAD-CURRICULUM TO WS-OLD-CURRICULUM
    PERFORM LOAD-CURRENT-TERM
    DISPLAY "Effective term (Enter for " WS-CURRENT-TERM "): "
    ACCEPT WS-EFFECTIVE-TERM
    IF WS-EFFECTIVE-TERM = SPACES
        MOVE WS-CURRENT-TERM TO WS-EFFECTIVE-TERM
    END-IF
    IF WS-EFFECTIVE-TERM = SPACES
        DISPLAY "An effective term is needed - nothing changed."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-PASS-MARK
    PERFORM LOAD-EQUIVALENCES
    MOVE 0 TO WS-PLAN-COUNT
    PERFORM MAP-COMPLETED-SUBJECTS
    PERFORM SETTLE-UNMAPPED-SUBJECTS
    PERFORM SHOW-CHANGE-PLAN
    DISPLAY "Move " WS-ID-INPUT " from " WS-OLD-PROGRAM " to "
        WS-NEW-PROGRAM " effective " WS-EFFECTIVE-TERM "? (Y/N): "
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Program change cancelled."
        EXIT PARAGRAPH
    END-IF

    PERFORM ACQUIRE-ALL-LOCKS
    IF WS-LOCK-BUSY = 'Y'
        DISPLAY "Program change not applied - nothing was changed. "
            "Try again once the lock clears."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-GRADING-SCALE
    PERFORM LOAD-PROGRAM-SCALE
    MOVE 0 TO WS-MASTERS-CHANGED
    MOVE SPACES TO WS-SEMS-CHANGED
    PERFORM APPLY-SEM1
    PERFORM APPLY-SEM2
    PERFORM APPLY-SEM3
    PERFORM APPLY-SEM4
    PERFORM VARYING WS-CHECKSUM-SEM FROM 1 BY 1
            UNTIL WS-CHECKSUM-SEM > 4
        IF WS-SEMS-CHANGED(WS-CHECKSUM-SEM:1) NOT = SPACE
            PERFORM REFRESH-CHECKSUM
        END-IF
    END-PERFORM
    PERFORM RELEASE-ALL-LOCKS
    PERFORM WRITE-CHANGE-EXEMPTIONS
    PERFORM WRITE-CHANGE-SUBJECTS
    PERFORM WRITE-CHANGE-ENTRY

    MOVE "PROGRAM-CHANGE" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ACT-DETAIL
    STRING WS-OLD-PROGRAM ">" WS-NEW-PROGRAM " " WS-EFFECTIVE-TERM
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    PERFORM LOG-CHANGE-ACTION
    DISPLAY "Program changed on " WS-MASTERS-CHANGED
        " semester master(s) (" WS-SEMS-CHANGED ")."
    DISPLAY "Marks carried: " WS-CARRIED-COUNT "  exempted: "
        WS-EXEMPTED-COUNT "  still owed: " WS-OWED-COUNT
        "  not carried: " WS-DROPPED-COUNT
    DISPLAY "Regenerate ranked results via the end-of-day run.".

LOAD-STUDENT-SEMS.
    *> The latest semester the student is on gives the name and the
    *> program they are leaving; records from before the program
    *> dimension existed count as CST.
    MOVE 'N' TO WS-FOUND
    MOVE SPACES TO WS-STUDENT-NAME
    MOVE SPACES TO WS-OLD-PROGRAM
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        MOVE 'N' TO WS-ON-SEM(WS-SEM-IX)
        MOVE SPACES TO WS-SEM-ELECTIVE(WS-SEM-IX)
        MOVE 0 TO WS-SEM-ELECTIVE-MARK(WS-SEM-IX)
        PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
            MOVE 0 TO WS-OLD-MARK(WS-SEM-IX, WS-SUBJ-IX)
            MOVE 0 TO WS-NEW-MARK(WS-SEM-IX, WS-SUBJ-IX)
            MOVE SPACE TO WS-NEW-OUTCOME(WS-SEM-IX, WS-SUBJ-IX)
            MOVE 0 TO WS-NEW-PLAN-IX(WS-SEM-IX, WS-SUBJ-IX)
        END-PERFORM
    END-PERFORM
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID1
        READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-FOUND
                MOVE 'Y' TO WS-ON-SEM(1)
                MOVE STUDENT-NAME1 TO WS-STUDENT-NAME
                MOVE PROGRAM-CODE1 TO WS-OLD-PROGRAM
                MOVE ELECTIVE-CODE1 TO WS-SEM-ELECTIVE(1)
                MOVE MARK1-ELECTIVE TO WS-SEM-ELECTIVE-MARK(1)
                PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                        UNTIL WS-SUBJ-IX > 6
                    MOVE MARK1-SUBJ(WS-SUBJ-IX)
                        TO WS-OLD-MARK(1, WS-SUBJ-IX)
                END-PERFORM
        END-READ
        CLOSE STUDENT-FILE-SEM1
    END-IF
    OPEN INPUT STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID2
        READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-FOUND
                MOVE 'Y' TO WS-ON-SEM(2)
                MOVE STUDENT-NAME2 TO WS-STUDENT-NAME
                MOVE PROGRAM-CODE2 TO WS-OLD-PROGRAM
                MOVE ELECTIVE-CODE2 TO WS-SEM-ELECTIVE(2)
                MOVE MARK2-ELECTIVE TO WS-SEM-ELECTIVE-MARK(2)
                PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                        UNTIL WS-SUBJ-IX > 6
                    MOVE MARK2-SUBJ(WS-SUBJ-IX)
                        TO WS-OLD-MARK(2, WS-SUBJ-IX)
                END-PERFORM
        END-READ
        CLOSE STUDENT-FILE-SEM2
    END-IF
    OPEN INPUT STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID3
        READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-FOUND
                MOVE 'Y' TO WS-ON-SEM(3)
                MOVE STUDENT-NAME3 TO WS-STUDENT-NAME
                MOVE PROGRAM-CODE3 TO WS-OLD-PROGRAM
                MOVE ELECTIVE-CODE3 TO WS-SEM-ELECTIVE(3)
                MOVE MARK3-ELECTIVE TO WS-SEM-ELECTIVE-MARK(3)
                PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                        UNTIL WS-SUBJ-IX > 6
                    MOVE MARK3-SUBJ(WS-SUBJ-IX)
                        TO WS-OLD-MARK(3, WS-SUBJ-IX)
                END-PERFORM
        END-READ
        CLOSE STUDENT-FILE-SEM3
    END-IF
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-FOUND
                MOVE 'Y' TO WS-ON-SEM(4)
                MOVE STUDENT-NAME4 TO WS-STUDENT-NAME
                MOVE PROGRAM-CODE4 TO WS-OLD-PROGRAM
                MOVE ELECTIVE-CODE4 TO WS-SEM-ELECTIVE(4)
                MOVE MARK4-ELECTIVE TO WS-SEM-ELECTIVE-MARK(4)
                PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                        UNTIL WS-SUBJ-IX > 6
                    MOVE MARK4-SUBJ(WS-SUBJ-IX)
                        TO WS-OLD-MARK(4, WS-SUBJ-IX)
                END-PERFORM
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF
    IF WS-OLD-PROGRAM = SPACES
        MOVE "CST" TO WS-OLD-PROGRAM
    END-IF.

LOAD-CURRICULUM.
    *> The built-in CST codes, overlaid slot by slot with the
    *> program's own rows from program_catalog.dat, exactly as
    *> INSERT's LOAD-PROGRAM-SUBJECTS builds its capture screens.
    MOVE SUBJECT-NAME-TABLE-ALL TO WS-LOAD-CURRICULUM
    MOVE 0 TO WS-CATALOG-ROWS
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
                IF PGM-CODE = WS-LOAD-PROGRAM
                        AND PGM-SEMESTER >= 1 AND PGM-SEMESTER <= 4
                        AND PGM-SLOT >= 1 AND PGM-SLOT <= 6
                    MOVE PGM-SUBJECT-CODE
                        TO WS-LOAD-SUBJECT(PGM-SEMESTER, PGM-SLOT)
                    ADD 1 TO WS-CATALOG-ROWS
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PGMCAT NOT = "35"
        CLOSE PROGRAM-CATALOG-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

LOAD-CURRENT-TERM.
    *> The first record of academic_calendar.dat is the current
    *> term.
    MOVE SPACES TO WS-CURRENT-TERM
    OPEN INPUT CALENDAR-FILE
    IF FILE-STATUS-CALENDAR = "00"
        READ CALENDAR-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CAL-TERM TO WS-CURRENT-TERM
        END-READ
        CLOSE CALENDAR-FILE
    END-IF.

LOAD-PASS-MARK.
    *> A subject counts as completed at the same per-subject pass
    *> mark DEGREE-AUDIT applies.
    OPEN INPUT AUDIT-CONFIG-FILE
    IF FILE-STATUS-CONFIG = "00"
        READ AUDIT-CONFIG-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE AC-PASS-MARK TO WS-PASS-MARK
        END-READ
        CLOSE AUDIT-CONFIG-FILE
    END-IF.

LOAD-EQUIVALENCES.
    MOVE 0 TO WS-EQV-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT EQUIVALENCE-FILE
    IF FILE-STATUS-EQUIV NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ EQUIVALENCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF EQV-FROM-PROGRAM = WS-OLD-PROGRAM
                        AND EQV-TO-PROGRAM = WS-NEW-PROGRAM
                        AND WS-EQV-COUNT < 200
                    ADD 1 TO WS-EQV-COUNT
                    MOVE EQV-FROM-SUBJECT TO WS-EQV-FROM(WS-EQV-COUNT)
                    MOVE EQV-TO-SUBJECT TO WS-EQV-TO(WS-EQV-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-EQUIV NOT = "35"
        CLOSE EQUIVALENCE-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

MAP-COMPLETED-SUBJECTS.
    *> Each passed subject of the old curriculum goes to its
    *> equivalent in the new one. Where two old subjects map onto
    *> the same new subject the better mark is carried and the
    *> other is recorded as not carried.
    MOVE 0 TO WS-CARRIED-COUNT
    MOVE 0 TO WS-EXEMPTED-COUNT
    MOVE 0 TO WS-OWED-COUNT
    MOVE 0 TO WS-DROPPED-COUNT
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        IF WS-ON-SEM(WS-SEM-IX) = 'Y'
            PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                    UNTIL WS-SUBJ-IX > 6
                IF WS-OLD-MARK(WS-SEM-IX, WS-SUBJ-IX) >= WS-PASS-MARK
                    PERFORM MAP-ONE-SUBJECT
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

MAP-ONE-SUBJECT.
    MOVE SPACES TO WS-TO-SUBJECT
    PERFORM VARYING WS-EQV-IX FROM 1 BY 1
            UNTIL WS-EQV-IX > WS-EQV-COUNT OR WS-TO-SUBJECT NOT = SPACES
        IF WS-EQV-FROM(WS-EQV-IX) =
                WS-OLD-SUBJECT(WS-SEM-IX, WS-SUBJ-IX)
            MOVE WS-EQV-TO(WS-EQV-IX) TO WS-TO-SUBJECT
        END-IF
    END-PERFORM
    MOVE 0 TO WS-MAP-SEM
    MOVE 0 TO WS-MAP-SLOT
    IF WS-TO-SUBJECT NOT = SPACES
        PERFORM LOCATE-NEW-SUBJECT
    END-IF
    IF WS-MAP-SEM = 0
        MOVE SPACES TO WS-TO-SUBJECT
        PERFORM ADD-DROPPED-LINE
        EXIT PARAGRAPH
    END-IF
    IF WS-NEW-OUTCOME(WS-MAP-SEM, WS-MAP-SLOT) NOT = SPACE
        *> Already credited from another old subject.
        MOVE WS-NEW-PLAN-IX(WS-MAP-SEM, WS-MAP-SLOT) TO WS-PRIOR-IX
        IF WS-OLD-MARK(WS-SEM-IX, WS-SUBJ-IX) > PLN-MARK(WS-PRIOR-IX)
            ADD 1 TO WS-PLAN-COUNT
            MOVE WS-MAP-SEM TO PLN-SEMESTER(WS-PLAN-COUNT)
            MOVE SPACES TO PLN-SUBJECT(WS-PLAN-COUNT)
            MOVE 'D' TO PLN-OUTCOME(WS-PLAN-COUNT)
            MOVE PLN-FROM(WS-PRIOR-IX) TO PLN-FROM(WS-PLAN-COUNT)
            MOVE PLN-MARK(WS-PRIOR-IX) TO PLN-MARK(WS-PLAN-COUNT)
            ADD 1 TO WS-DROPPED-COUNT
            MOVE WS-OLD-SUBJECT(WS-SEM-IX, WS-SUBJ-IX)
                TO PLN-FROM(WS-PRIOR-IX)
            MOVE WS-OLD-MARK(WS-SEM-IX, WS-SUBJ-IX)
                TO PLN-MARK(WS-PRIOR-IX)
            IF PLN-OUTCOME(WS-PRIOR-IX) = 'M'
                MOVE WS-OLD-MARK(WS-SEM-IX, WS-SUBJ-IX)
                    TO WS-NEW-MARK(WS-MAP-SEM, WS-MAP-SLOT)
            END-IF
        ELSE
            MOVE SPACES TO WS-TO-SUBJECT
            PERFORM ADD-DROPPED-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PLAN-COUNT
    MOVE WS-MAP-SEM TO PLN-SEMESTER(WS-PLAN-COUNT)
    MOVE WS-TO-SUBJECT TO PLN-SUBJECT(WS-PLAN-COUNT)
    MOVE WS-OLD-SUBJECT(WS-SEM-IX, WS-SUBJ-IX)
        TO PLN-FROM(WS-PLAN-COUNT)
    MOVE WS-OLD-MARK(WS-SEM-IX, WS-SUBJ-IX) TO PLN-MARK(WS-PLAN-COUNT)
    MOVE WS-PLAN-COUNT TO WS-NEW-PLAN-IX(WS-MAP-SEM, WS-MAP-SLOT)
    IF WS-ON-SEM(WS-MAP-SEM) = 'Y'
        MOVE 'M' TO PLN-OUTCOME(WS-PLAN-COUNT)
        MOVE 'M' TO WS-NEW-OUTCOME(WS-MAP-SEM, WS-MAP-SLOT)
        MOVE WS-OLD-MARK(WS-SEM-IX, WS-SUBJ-IX)
            TO WS-NEW-MARK(WS-MAP-SEM, WS-MAP-SLOT)
        ADD 1 TO WS-CARRIED-COUNT
    ELSE
        *> The equivalent sits in a semester the student has not
        *> reached, so there is no master row to carry the mark
        *> into; it is credited as an exemption instead.
        MOVE 'E' TO PLN-OUTCOME(WS-PLAN-COUNT)
        MOVE 'E' TO WS-NEW-OUTCOME(WS-MAP-SEM, WS-MAP-SLOT)
        ADD 1 TO WS-EXEMPTED-COUNT
    END-IF.

LOCATE-NEW-SUBJECT.
    PERFORM VARYING WS-FIND-SEM FROM 1 BY 1
            UNTIL WS-FIND-SEM > 4 OR WS-MAP-SEM NOT = 0
        PERFORM VARYING WS-FIND-SLOT FROM 1 BY 1
                UNTIL WS-FIND-SLOT > 6 OR WS-MAP-SEM NOT = 0
            IF WS-NEW-SUBJECT(WS-FIND-SEM, WS-FIND-SLOT) = WS-TO-SUBJECT
                MOVE WS-FIND-SEM TO WS-MAP-SEM
                MOVE WS-FIND-SLOT TO WS-MAP-SLOT
            END-IF
        END-PERFORM
    END-PERFORM.

ADD-DROPPED-LINE.
    ADD 1 TO WS-PLAN-COUNT
    MOVE WS-SEM-IX TO PLN-SEMESTER(WS-PLAN-COUNT)
    MOVE WS-TO-SUBJECT TO PLN-SUBJECT(WS-PLAN-COUNT)
    MOVE 'D' TO PLN-OUTCOME(WS-PLAN-COUNT)
    MOVE WS-OLD-SUBJECT(WS-SEM-IX, WS-SUBJ-IX)
        TO PLN-FROM(WS-PLAN-COUNT)
    MOVE WS-OLD-MARK(WS-SEM-IX, WS-SUBJ-IX) TO PLN-MARK(WS-PLAN-COUNT)
    ADD 1 TO WS-DROPPED-COUNT.

SETTLE-UNMAPPED-SUBJECTS.
    *> A new-curriculum subject of a semester the student has
    *> already been through, with no mark carried into it, is
    *> either exempted or left owed (mark zero, to be taken).
    DISPLAY "Subjects of the new program with no carried mark: "
        "(E)xempt all, (O)we all, or (A)sk for each? "
    ACCEPT WS-SETTLE-MODE
    MOVE FUNCTION UPPER-CASE(WS-SETTLE-MODE) TO WS-SETTLE-MODE
    IF WS-SETTLE-MODE NOT = 'E' AND WS-SETTLE-MODE NOT = 'A'
        MOVE 'O' TO WS-SETTLE-MODE
    END-IF
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        IF WS-ON-SEM(WS-SEM-IX) = 'Y'
            PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                    UNTIL WS-SUBJ-IX > 6
                IF WS-NEW-OUTCOME(WS-SEM-IX, WS-SUBJ-IX) = SPACE
                    PERFORM SETTLE-ONE-SUBJECT
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

SETTLE-ONE-SUBJECT.
    MOVE WS-SETTLE-MODE TO WS-SETTLE-CHOICE
    IF WS-SETTLE-MODE = 'A'
        DISPLAY "Semester " WS-SEM-IX " "
            WS-NEW-SUBJECT(WS-SEM-IX, WS-SUBJ-IX)
            " - (E)xempt or (O)we? "
        ACCEPT WS-SETTLE-CHOICE
        MOVE FUNCTION UPPER-CASE(WS-SETTLE-CHOICE) TO WS-SETTLE-CHOICE
        IF WS-SETTLE-CHOICE NOT = 'E'
            MOVE 'O' TO WS-SETTLE-CHOICE
        END-IF
    END-IF
    ADD 1 TO WS-PLAN-COUNT
    MOVE WS-SEM-IX TO PLN-SEMESTER(WS-PLAN-COUNT)
    MOVE WS-NEW-SUBJECT(WS-SEM-IX, WS-SUBJ-IX)
        TO PLN-SUBJECT(WS-PLAN-COUNT)
    MOVE WS-SETTLE-CHOICE TO PLN-OUTCOME(WS-PLAN-COUNT)
    MOVE SPACES TO PLN-FROM(WS-PLAN-COUNT)
    MOVE 0 TO PLN-MARK(WS-PLAN-COUNT)
    MOVE WS-SETTLE-CHOICE TO WS-NEW-OUTCOME(WS-SEM-IX, WS-SUBJ-IX)
    MOVE WS-PLAN-COUNT TO WS-NEW-PLAN-IX(WS-SEM-IX, WS-SUBJ-IX)
    IF WS-SETTLE-CHOICE = 'E'
        ADD 1 TO WS-EXEMPTED-COUNT
    ELSE
        ADD 1 TO WS-OWED-COUNT
    END-IF.

SHOW-CHANGE-PLAN.
    DISPLAY "SEM NEW SUBJECT  OUTCOME                  "
        "FROM        MARK"
    PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
            UNTIL WS-PLAN-IX > WS-PLAN-COUNT
        MOVE PLN-OUTCOME(WS-PLAN-IX) TO WS-OUTCOME-CODE
        PERFORM SET-OUTCOME-TEXT
        DISPLAY " " PLN-SEMESTER(WS-PLAN-IX) "  "
            PLN-SUBJECT(WS-PLAN-IX) " " WS-OUTCOME-TEXT " "
            PLN-FROM(WS-PLAN-IX) "  " PLN-MARK(WS-PLAN-IX)
    END-PERFORM
    DISPLAY "Marks carried: " WS-CARRIED-COUNT "  exempted: "
        WS-EXEMPTED-COUNT "  still owed: " WS-OWED-COUNT
        "  not carried: " WS-DROPPED-COUNT.

SET-OUTCOME-TEXT.
    EVALUATE WS-OUTCOME-CODE
        WHEN 'M'
            MOVE "MARK CARRIED" TO WS-OUTCOME-TEXT
        WHEN 'E'
            MOVE "EXEMPTED" TO WS-OUTCOME-TEXT
        WHEN 'O'
            MOVE "STILL OWED" TO WS-OUTCOME-TEXT
        WHEN OTHER
            MOVE "NOT CARRIED (NO EQUIV.)" TO WS-OUTCOME-TEXT
    END-EVALUATE.

ACQUIRE-ALL-LOCKS.
    *> All four masters or none: the first busy semester backs out
    *> the locks already taken.
    MOVE 'N' TO WS-LOCK-BUSY
    MOVE 0 TO WS-LOCKS-HELD
    PERFORM VARYING WS-LOCK-SEM FROM 1 BY 1
            UNTIL WS-LOCK-SEM > 4 OR WS-LOCK-BUSY = 'Y'
        PERFORM ACQUIRE-SEMESTER-LOCK
        IF WS-LOCK-BUSY = 'N'
            MOVE WS-LOCK-SEM TO WS-LOCKS-HELD
        END-IF
    END-PERFORM
    IF WS-LOCK-BUSY = 'Y'
        PERFORM RELEASE-ALL-LOCKS
    END-IF.

RELEASE-ALL-LOCKS.
    PERFORM VARYING WS-LOCK-SEM FROM 1 BY 1
            UNTIL WS-LOCK-SEM > WS-LOCKS-HELD
        MOVE SPACES TO WS-LOCK-FILENAME
        STRING "student_sem" WS-LOCK-SEM ".lck"
            DELIMITED BY SIZE INTO WS-LOCK-FILENAME
        CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME
    END-PERFORM
    MOVE 0 TO WS-LOCKS-HELD.

ACQUIRE-SEMESTER-LOCK.
    *> Same single-writer convention every interactive program
    *> honors: only one process may update a semester master at a
    *> time, signalled by the student_semN.lck file.
    MOVE SPACES TO WS-LOCK-FILENAME
    STRING "student_sem" WS-LOCK-SEM ".lck"
        DELIMITED BY SIZE INTO WS-LOCK-FILENAME
    OPEN INPUT LOCK-FILE
    IF WS-LOCK-STATUS = "00"
        CLOSE LOCK-FILE
        MOVE 'Y' TO WS-LOCK-BUSY
        DISPLAY "Semester " WS-LOCK-SEM " records are locked by "
            "another user. Please try again shortly."
    ELSE
        OPEN OUTPUT LOCK-FILE
        MOVE SPACES TO LOCK-RECORD
        STRING "PROGRAM-CHANGE " WS-SUPER-ID " "
            FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO LOCK-RECORD
        WRITE LOCK-RECORD
        CLOSE LOCK-FILE
    END-IF.

LOAD-GRADING-SCALE.
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
    *> Grades are recomputed on the new program's own scale where
    *> it has one (grading_scale_<pgm>.dat), as INSERT grades them.
    IF WS-NEW-PROGRAM NOT = SPACES AND WS-NEW-PROGRAM NOT = "CST"
        MOVE SPACES TO WS-PGM-SCALE-FILENAME
        STRING "grading_scale_" FUNCTION TRIM(WS-NEW-PROGRAM) ".dat"
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

CALCULATE-SEM-RESULT.
    *> Same total and grade bands as INSERT's
    *> CALCULATE-TOTAL-MARKS-AND-GRADE.
    MOVE 0 TO WS-CALC-TOTAL
    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
        ADD WS-NEW-MARK(WS-SEM-IX, WS-SUBJ-IX) TO WS-CALC-TOTAL
    END-PERFORM
    IF WS-SEM-ELECTIVE(WS-SEM-IX) NOT = SPACES
        ADD WS-SEM-ELECTIVE-MARK(WS-SEM-IX) TO WS-CALC-TOTAL
    END-IF
    EVALUATE TRUE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-A + 25
            MOVE "A+" TO WS-CALC-GRADE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-A
            MOVE "A" TO WS-CALC-GRADE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-B + 25
            MOVE "B+" TO WS-CALC-GRADE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-B
            MOVE "B" TO WS-CALC-GRADE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-C + 25
            MOVE "C+" TO WS-CALC-GRADE
        WHEN WS-CALC-TOTAL >= WS-GRADE-CUTOFF-C
            MOVE "C" TO WS-CALC-GRADE
        WHEN OTHER
            MOVE "F" TO WS-CALC-GRADE
    END-EVALUATE.

APPLY-SEM1.
    IF WS-ON-SEM(1) NOT = 'Y'
        EXIT PARAGRAPH
    END-IF
    OPEN I-O STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-INPUT TO STUDENT-ID1
    READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 1 TO WS-SEM-IX
            MOVE TOTAL-MARKS1 TO WS-BAL-OLD-MARKS
            PERFORM CALCULATE-SEM-RESULT
            PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                    UNTIL WS-SUBJ-IX > 6
                MOVE WS-NEW-MARK(1, WS-SUBJ-IX)
                    TO MARK1-SUBJ(WS-SUBJ-IX)
            END-PERFORM
            MOVE WS-CALC-TOTAL TO TOTAL-MARKS1
            MOVE WS-CALC-GRADE TO GRADE1
            MOVE WS-NEW-PROGRAM TO PROGRAM-CODE1
            REWRITE STUDENT-RECORD-SEM1
            ADD 1 TO WS-MASTERS-CHANGED
            MOVE WS-CALC-TOTAL TO WS-BAL-NEW-MARKS
            PERFORM LOG-SEM-MOVEMENT
            MOVE '1' TO WS-SEMS-CHANGED(1:1)
    END-READ
    CLOSE STUDENT-FILE-SEM1.

APPLY-SEM2.
    IF WS-ON-SEM(2) NOT = 'Y'
        EXIT PARAGRAPH
    END-IF
    OPEN I-O STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-INPUT TO STUDENT-ID2
    READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 2 TO WS-SEM-IX
            MOVE TOTAL-MARKS2 TO WS-BAL-OLD-MARKS
            PERFORM CALCULATE-SEM-RESULT
            PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                    UNTIL WS-SUBJ-IX > 6
                MOVE WS-NEW-MARK(2, WS-SUBJ-IX)
                    TO MARK2-SUBJ(WS-SUBJ-IX)
            END-PERFORM
            MOVE WS-CALC-TOTAL TO TOTAL-MARKS2
            MOVE WS-CALC-GRADE TO GRADE2
            MOVE WS-NEW-PROGRAM TO PROGRAM-CODE2
            REWRITE STUDENT-RECORD-SEM2
            ADD 1 TO WS-MASTERS-CHANGED
            MOVE WS-CALC-TOTAL TO WS-BAL-NEW-MARKS
            PERFORM LOG-SEM-MOVEMENT
            MOVE '2' TO WS-SEMS-CHANGED(2:1)
    END-READ
    CLOSE STUDENT-FILE-SEM2.

APPLY-SEM3.
    IF WS-ON-SEM(3) NOT = 'Y'
        EXIT PARAGRAPH
    END-IF
    OPEN I-O STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-INPUT TO STUDENT-ID3
    READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 3 TO WS-SEM-IX
            MOVE TOTAL-MARKS3 TO WS-BAL-OLD-MARKS
            PERFORM CALCULATE-SEM-RESULT
            PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                    UNTIL WS-SUBJ-IX > 6
                MOVE WS-NEW-MARK(3, WS-SUBJ-IX)
                    TO MARK3-SUBJ(WS-SUBJ-IX)
            END-PERFORM
            MOVE WS-CALC-TOTAL TO TOTAL-MARKS3
            MOVE WS-CALC-GRADE TO GRADE3
            MOVE WS-NEW-PROGRAM TO PROGRAM-CODE3
            REWRITE STUDENT-RECORD-SEM3
            ADD 1 TO WS-MASTERS-CHANGED
            MOVE WS-CALC-TOTAL TO WS-BAL-NEW-MARKS
            PERFORM LOG-SEM-MOVEMENT
            MOVE '3' TO WS-SEMS-CHANGED(3:1)
    END-READ
    CLOSE STUDENT-FILE-SEM3.

APPLY-SEM4.
    IF WS-ON-SEM(4) NOT = 'Y'
        EXIT PARAGRAPH
    END-IF
    OPEN I-O STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-INPUT TO STUDENT-ID4
    READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 4 TO WS-SEM-IX
            MOVE TOTAL-MARKS4 TO WS-BAL-OLD-MARKS
            PERFORM CALCULATE-SEM-RESULT
            PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                    UNTIL WS-SUBJ-IX > 6
                MOVE WS-NEW-MARK(4, WS-SUBJ-IX)
                    TO MARK4-SUBJ(WS-SUBJ-IX)
            END-PERFORM
            MOVE WS-CALC-TOTAL TO TOTAL-MARKS4
            MOVE WS-CALC-GRADE TO GRADE4
            MOVE WS-NEW-PROGRAM TO PROGRAM-CODE4
            REWRITE STUDENT-RECORD-SEM4
            ADD 1 TO WS-MASTERS-CHANGED
            MOVE WS-CALC-TOTAL TO WS-BAL-NEW-MARKS
            PERFORM LOG-SEM-MOVEMENT
            MOVE '4' TO WS-SEMS-CHANGED(4:1)
    END-READ
    CLOSE STUDENT-FILE-SEM4.

REFRESH-CHECKSUM.
    *> Recomputes the sidecar checksum of a changed master while
    *> its lock is still held, so the checksum verification does
    *> not report the legitimate change as tampering.
    MOVE SPACES TO WS-CHECKSUM-FILENAME
    STRING "student_sem" WS-CHECKSUM-SEM ".sum"
        DELIMITED BY SIZE INTO WS-CHECKSUM-FILENAME
    MOVE 0 TO WS-CHECKSUM-TOTAL
    MOVE 'N' TO WS-CHECKSUM-EOF
    EVALUATE WS-CHECKSUM-SEM
        WHEN 1
            OPEN INPUT STUDENT-FILE-SEM1
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM1 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM1
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM1
        WHEN 2
            OPEN INPUT STUDENT-FILE-SEM2
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM2 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM2
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM2
        WHEN 3
            OPEN INPUT STUDENT-FILE-SEM3
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM3 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM3
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM3
        WHEN OTHER
            OPEN INPUT STUDENT-FILE-SEM4
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM4 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM4
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM4
    END-EVALUATE
    OPEN OUTPUT CHECKSUM-FILE
    MOVE WS-CHECKSUM-TOTAL TO CHECKSUM-RECORD
    WRITE CHECKSUM-RECORD
    CLOSE CHECKSUM-FILE.

ADD-BUFFER-TO-CHECKSUM.
    PERFORM VARYING WS-CHECKSUM-INDEX FROM 1 BY 1
            UNTIL WS-CHECKSUM-INDEX > 100
        ADD FUNCTION ORD(WS-CHECKSUM-BUFFER(WS-CHECKSUM-INDEX:1))
            TO WS-CHECKSUM-TOTAL
    END-PERFORM.

LOG-SEM-MOVEMENT.
    *> Recomputing a semester on the new program's scale moves its
    *> mark total, so each rewrite carries the movement for the
    *> close-of-day balancing.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-SUPER-ID TO ACT-STAFF-ID
    MOVE "PROGRAM-CHANGE" TO ACT-FUNCTION
    MOVE WS-ID-INPUT TO ACT-STUDENT-ID
    MOVE WS-SEM-IX TO ACT-SEMESTER
    IF WS-BAL-NEW-MARKS < WS-BAL-OLD-MARKS
        MOVE '-' TO WS-BAL-SIGN
        COMPUTE WS-BAL-DELTA = WS-BAL-OLD-MARKS - WS-BAL-NEW-MARKS
    ELSE
        MOVE '+' TO WS-BAL-SIGN
        COMPUTE WS-BAL-DELTA = WS-BAL-NEW-MARKS - WS-BAL-OLD-MARKS
    END-IF
    STRING "BAL +0000 " WS-BAL-SIGN WS-BAL-DELTA
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

WRITE-CHANGE-EXEMPTIONS.
    *> Credited subjects go on the same register EXEMPT-ADMIN
    *> keeps, approved under this change, so DEGREE-AUDIT and the
    *> transcripts treat them like any other exemption.
    MOVE SPACES TO WS-APPROVAL-REF
    STRING "PGMCHG " WS-TODAY DELIMITED BY SIZE INTO WS-APPROVAL-REF
    OPEN EXTEND EXEMPTION-FILE
    IF FILE-STATUS-EXEMPTION NOT = "00"
        OPEN OUTPUT EXEMPTION-FILE
    END-IF
    PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
            UNTIL WS-PLAN-IX > WS-PLAN-COUNT
        IF PLN-OUTCOME(WS-PLAN-IX) = 'E'
            MOVE SPACES TO EXEMPTION-RECORD
            MOVE WS-ID-INPUT TO EXM-STUDENT-ID
            MOVE PLN-SEMESTER(WS-PLAN-IX) TO EXM-SEMESTER
            MOVE PLN-SUBJECT(WS-PLAN-IX) TO EXM-SUBJECT-CODE
            STRING "PROGRAM CHANGE FROM " WS-OLD-PROGRAM
                DELIMITED BY SIZE INTO EXM-INSTITUTION
            MOVE WS-APPROVAL-REF TO EXM-APPROVAL-REF
            MOVE 'A' TO EXM-STATUS
            MOVE WS-TODAY TO EXM-GRANT-DATE
            WRITE EXEMPTION-RECORD
        END-IF
    END-PERFORM
    CLOSE EXEMPTION-FILE.

WRITE-CHANGE-SUBJECTS.
    OPEN EXTEND CHANGE-SUBJECT-FILE
    IF FILE-STATUS-PCS NOT = "00"
        OPEN OUTPUT CHANGE-SUBJECT-FILE
    END-IF
    PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
            UNTIL WS-PLAN-IX > WS-PLAN-COUNT
        MOVE SPACES TO CHANGE-SUBJECT-RECORD
        MOVE WS-ID-INPUT TO PCS-STUDENT-ID
        MOVE WS-TODAY TO PCS-CHANGE-DATE
        MOVE PLN-SEMESTER(WS-PLAN-IX) TO PCS-SEMESTER
        MOVE PLN-SUBJECT(WS-PLAN-IX) TO PCS-SUBJECT-CODE
        MOVE PLN-OUTCOME(WS-PLAN-IX) TO PCS-OUTCOME
        MOVE PLN-FROM(WS-PLAN-IX) TO PCS-FROM-SUBJECT
        MOVE PLN-MARK(WS-PLAN-IX) TO PCS-MARK
        WRITE CHANGE-SUBJECT-RECORD
    END-PERFORM
    CLOSE CHANGE-SUBJECT-FILE.

WRITE-CHANGE-ENTRY.
    OPEN EXTEND PROGRAM-CHANGE-FILE
    IF FILE-STATUS-PCR NOT = "00"
        OPEN OUTPUT PROGRAM-CHANGE-FILE
    END-IF
    MOVE SPACES TO PROGRAM-CHANGE-RECORD
    MOVE WS-ID-INPUT TO PCR-STUDENT-ID
    MOVE WS-OLD-PROGRAM TO PCR-OLD-PROGRAM
    MOVE WS-NEW-PROGRAM TO PCR-NEW-PROGRAM
    MOVE WS-EFFECTIVE-TERM TO PCR-EFFECTIVE-TERM
    MOVE WS-TODAY TO PCR-CHANGE-DATE
    MOVE WS-SUPER-ID TO PCR-RECORDED-BY
    MOVE WS-CARRIED-COUNT TO PCR-CARRIED
    MOVE WS-EXEMPTED-COUNT TO PCR-EXEMPTED
    MOVE WS-OWED-COUNT TO PCR-OWED
    MOVE WS-DROPPED-COUNT TO PCR-DROPPED
    WRITE PROGRAM-CHANGE-RECORD
    CLOSE PROGRAM-CHANGE-FILE.

SHOW-CHANGE-HISTORY.
    DISPLAY "Enter Student ID: "
    ACCEPT WS-ID-INPUT
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROGRAM-CHANGE-FILE
    IF FILE-STATUS-PCR NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROGRAM-CHANGE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PCR-STUDENT-ID = WS-ID-INPUT
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY "Changed " PCR-CHANGE-DATE " from "
                        PCR-OLD-PROGRAM " to " PCR-NEW-PROGRAM
                        " effective " PCR-EFFECTIVE-TERM
                        " by " PCR-RECORDED-BY
                    DISPLAY "  carried " PCR-CARRIED "  exempted "
                        PCR-EXEMPTED "  owed " PCR-OWED
                        "  not carried " PCR-DROPPED
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PCR NOT = "35"
        CLOSE PROGRAM-CHANGE-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-LIST-COUNT = 0
        DISPLAY "No program changes recorded for " WS-ID-INPUT "."
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT CHANGE-SUBJECT-FILE
    IF FILE-STATUS-PCS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CHANGE-SUBJECT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PCS-STUDENT-ID = WS-ID-INPUT
                    MOVE PCS-OUTCOME TO WS-OUTCOME-CODE
                    PERFORM SET-OUTCOME-TEXT
                    DISPLAY "  " PCS-CHANGE-DATE " sem "
                        PCS-SEMESTER " " PCS-SUBJECT-CODE " "
                        WS-OUTCOME-TEXT " " PCS-FROM-SUBJECT " "
                        PCS-MARK
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PCS NOT = "35"
        CLOSE CHANGE-SUBJECT-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    DISPLAY WS-LIST-COUNT " program change(s) on record.".

LOG-CHANGE-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-SUPER-ID TO ACT-STAFF-ID
    MOVE WS-ACT-FUNCTION TO ACT-FUNCTION
    MOVE WS-ID-INPUT TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-ACT-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
