*> student-ID or alphabetical order, and prints per-room seating
*> sheets plus a per-student room/seat lookup list to
*> seating_plan_semN.txt.
*> With a per-paper exam timetable in force the plan is drawn up
*> per sitting instead: given a date and session, every student on
*> the EXAM-TIMETABLE sitting list (exam_entries.dat) for any paper
*> of that sitting is seated, grouped by paper, and the sheets go
*> to seating_plan_YYYYMMDD_S.txt. Leaving the date blank keeps the
*> single-subject plan above.
*> Students with a special exam arrangement in force for the
*> current term (EXAM-ARRANGE, exam_arrangements.dat) are seated
*> before everyone else: separate-room and scribe candidates go to
*> a room marked as an arrangements room, ground-floor candidates
*> to the designated seats of a ground-floor room, and extra-time
*> candidates to the designated seats of any room. exam_rooms.dat
*> carries three optional trailing fields for this - ground floor
*> (Y), arrangements room (Y) and the number of designated seats
*> at the front of the room. Arrangements rooms are never used for
*> ordinary seating. If no designated place is left the student is
*> given an ordinary seat and a warning is shown. The room sheets
*> and the lookup list show the arrangement against each name.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PLAN-FILE ASSIGN TO WS-PLAN-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ENTRIES-FILE ASSIGN TO "exam_entries.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ENTRIES.
    SELECT ARRANGEMENT-FILE ASSIGN TO "exam_arrangements.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ARRANGEMENT.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.

DATA DIVISION.
FILE SECTION.
    05  ROOM-CODE          PIC X(8).
    05  ROOM-ROWS          PIC 9(2).
    05  ROOM-SEATS-PER-ROW PIC 9(2).
    05  ROOM-GROUND-FLOOR  PIC X.
    05  ROOM-ARRANGEMENT   PIC X.
    05  ROOM-DESIGNATED    PIC 9(2).

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  SAL-ROW            PIC 9(2).
    05  SAL-SEAT           PIC 9(2).
    05  SAL-STUDENT-ID     PIC X(10).
    05  SAL-EXAM-DATE      PIC X(8).
    05  SAL-SESSION        PIC X.

FD  TEMP-ALLOC-FILE.
01  TEMP-ALLOC-RECORD      PIC X(42).

FD  PLAN-FILE.
01  PLAN-LINE              PIC X(100).

FD  ENTRIES-FILE.
01  ENTRIES-RECORD.
    05  EXE-EXAM-DATE      PIC X(8).
    05  EXE-SESSION        PIC X.
    05  EXE-SEMESTER       PIC 9.
    05  EXE-SUBJECT-CODE   PIC X(10).
    05  EXE-SITTING-TYPE   PIC X.
    05  EXE-STUDENT-ID     PIC X(10).
    05  EXE-STUDENT-NAME   PIC X(30).

FD  ARRANGEMENT-FILE.
01  ARRANGEMENT-RECORD.
    05  ARR-STUDENT-ID     PIC X(10).
    05  ARR-TYPE           PIC X.
    05  ARR-EXTRA-MINUTES  PIC 9(3).
    05  ARR-APPROVED-BY    PIC X(10).
    05  ARR-VALID-TERM     PIC X(10).
    05  ARR-STATUS         PIC X.
    05  ARR-APPROVED-DATE  PIC X(8).

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  FILLER             PIC X(40).

WORKING-STORAGE SECTION.
01  FILE-STATUS-ROOM       PIC XX.
01  FILE-STATUS-ALLOC      PIC XX.
01  FILE-STATUS-ENTRIES    PIC XX.
01  FILE-STATUS-ARRANGEMENT PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  WS-ALLOC-EOF           PIC X.
01  WS-MASTER-STATUS       PIC XX.
01  WS-PLAN-FILENAME       PIC X(40).
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-SEMESTER            PIC 9.
01  WS-SUBJECT-CODE        PIC X(10).
01  WS-EXAM-DATE           PIC X(8).
01  WS-EXAM-SESSION        PIC X.
01  WS-SITTING-MODE        PIC X VALUE 'N'.
01  WS-PAPER-COUNT         PIC 9(3) VALUE 0.
01  WS-TWICE-COUNT         PIC 9(4) VALUE 0.
01  WS-ORDER-CHOICE        PIC X.
01  WS-SEATED-COUNT        PIC 9(4) VALUE 0.
01  WS-UNSEATED-COUNT      PIC 9(4) VALUE 0.
01  WS-STUDENT-COUNT       PIC 9(4) VALUE 0.
01  WS-STUDENT-TABLE.
    05  WS-STUDENT-ENTRY   OCCURS 1000 TIMES.
        10  WS-ST-SEM      PIC 9.
        10  WS-ST-SUBJECT  PIC X(10).
        10  WS-ST-ID       PIC X(10).
        10  WS-ST-NAME     PIC X(30).
        10  WS-ST-ROOM     PIC X(8).
        10  WS-ST-ROW      PIC 9(2).
        10  WS-ST-SEAT     PIC 9(2).
        10  WS-ST-NEED     PIC X.
        10  WS-ST-GROUND   PIC X.
        10  WS-ST-ARR-TAG  PIC X(24).
        10  WS-ST-ROOM-IX  PIC 9(3).
        10  WS-ST-ORDINAL  PIC 9(4).
01  WS-SORT-I              PIC 9(4).
01  WS-SORT-J              PIC 9(4).
01  WS-SWAP-ENTRY.
    05  WS-SW-SEM          PIC 9.
    05  WS-SW-SUBJECT      PIC X(10).
    05  WS-SW-ID           PIC X(10).
    05  WS-SW-NAME         PIC X(30).
    05  WS-SW-ROOM         PIC X(8).
    05  WS-SW-ROW          PIC 9(2).
    05  WS-SW-SEAT         PIC 9(2).
    05  WS-SW-NEED         PIC X.
    05  WS-SW-GROUND       PIC X.
    05  WS-SW-ARR-TAG      PIC X(24).
    05  WS-SW-ROOM-IX      PIC 9(3).
    05  WS-SW-ORDINAL      PIC 9(4).

01  WS-SCAN                PIC 9(4).

*> Arrangements in force this term, and the rooms with their
*> designated (front) and ordinary seat counters. Seats are dealt
*> by ordinal: designated seats are ordinals 1 to the designated
*> count, ordinary seats follow. An arrangements room is all
*> designated seats.
01  WS-CURRENT-TERM        PIC X(10) VALUE SPACES.
01  WS-ARR-COUNT           PIC 9(3) VALUE 0.
01  WS-ARR-TABLE.
    05  WS-ARR-ENTRY       OCCURS 300 TIMES.
        10  WS-ARR-ID      PIC X(10).
        10  WS-ARR-TYPE    PIC X.
        10  WS-ARR-MINUTES PIC 9(3).
01  WS-ARR-IX              PIC 9(3).
01  WS-ARR-PTR             PIC 9(3).
01  WS-NEED-SEPARATE       PIC X.
01  WS-NEED-GROUND         PIC X.
01  WS-NEED-EXTRA          PIC X.
01  WS-NEED-MINUTES        PIC 9(3).
01  WS-ARR-STUDENT-COUNT   PIC 9(4) VALUE 0.
01  WS-FALLBACK-COUNT      PIC 9(4) VALUE 0.

01  WS-ROOM-COUNT          PIC 9(3) VALUE 0.
01  WS-ROOM-TABLE.
    05  WS-RM-ENTRY        OCCURS 100 TIMES.
        10  WS-RM-CODE     PIC X(8).
        10  WS-RM-SEATS-ROW PIC 9(2).
        10  WS-RM-CAPACITY PIC 9(4).
        10  WS-RM-GROUND   PIC X.
        10  WS-RM-ARRANGE  PIC X.
        10  WS-RM-DESIG    PIC 9(4).
        10  WS-RM-NEXT-DESIG PIC 9(4).
        10  WS-RM-NEXT-ORD PIC 9(4).
01  WS-RM-IX               PIC 9(3).
01  WS-WANT-KIND           PIC X.
01  WS-WANT-ARRANGE        PIC X.
01  WS-WANT-GROUND         PIC X.
01  WS-SEAT-TAKEN          PIC X.
01  WS-SEAT-ORDINAL        PIC 9(4).
01  WS-PRINT-ORDINAL       PIC 9(4).
01  WS-PRINT-LAST          PIC 9(4).
01  WS-ROW-QUOTIENT        PIC 9(4).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "===== Exam Seating Plan Generator ====="
    DISPLAY "Exam date of the sitting (YYYYMMDD, blank for a "
        "single-subject plan): "
    ACCEPT WS-EXAM-DATE
    IF WS-EXAM-DATE NOT = SPACES
        MOVE 'Y' TO WS-SITTING-MODE
        DISPLAY "Session (A)M or (P)M: "
        ACCEPT WS-EXAM-SESSION
        MOVE FUNCTION UPPER-CASE(WS-EXAM-SESSION)
            TO WS-EXAM-SESSION
        IF WS-EXAM-SESSION NOT = 'A' AND WS-EXAM-SESSION NOT = 'P'
            DISPLAY "Session must be A or P."
            STOP RUN
        END-IF
    ELSE
        MOVE SPACES TO WS-EXAM-SESSION
        DISPLAY "Select Semester (1-4): "
        ACCEPT WS-SEMESTER
        IF WS-SEMESTER < 1 OR WS-SEMESTER > 4
            MOVE 1 TO WS-SEMESTER
        END-IF
        DISPLAY "Enter subject code for the sheets (e.g. CST11101): "
        ACCEPT WS-SUBJECT-CODE
    END-IF
    DISPLAY "Order by (I)D or (N)ame: "
    ACCEPT WS-ORDER-CHOICE
    MOVE FUNCTION UPPER-CASE(WS-ORDER-CHOICE) TO WS-ORDER-CHOICE

    IF WS-SITTING-MODE = 'Y'
        PERFORM LOAD-SITTING
        IF WS-STUDENT-COUNT = 0
            DISPLAY "Nobody is entered for a paper on " WS-EXAM-DATE
                " session " WS-EXAM-SESSION " - run the "
                "EXAM-TIMETABLE scheduling run first."
            STOP RUN
        END-IF
    ELSE
        PERFORM LOAD-ROSTER
        IF WS-STUDENT-COUNT = 0
            DISPLAY "No active students on file for Semester "
                WS-SEMESTER "."
            STOP RUN
        END-IF
        PERFORM VARYING WS-SCAN FROM 1 BY 1
                UNTIL WS-SCAN > WS-STUDENT-COUNT
            MOVE WS-SEMESTER TO WS-ST-SEM(WS-SCAN)
            MOVE WS-SUBJECT-CODE TO WS-ST-SUBJECT(WS-SCAN)
        END-PERFORM
    END-IF
    IF WS-ORDER-CHOICE = 'N'
        PERFORM SORT-BY-NAME
    ELSE
        PERFORM SORT-BY-ID
    END-IF
    PERFORM LOAD-ARRANGEMENTS
    PERFORM TAG-ARRANGEMENT-STUDENTS
    PERFORM ALLOCATE-SEATS
    PERFORM WRITE-PLAN-FILE
    PERFORM WRITE-ALLOC-FILE
    DISPLAY WS-SEATED-COUNT " student(s) seated, "
        WS-UNSEATED-COUNT " left without a seat."
    IF WS-ARR-STUDENT-COUNT > 0
        DISPLAY WS-ARR-STUDENT-COUNT " seated under a special exam "
            "arrangement, " WS-FALLBACK-COUNT " of them without a "
            "designated place."
    END-IF
    IF WS-TWICE-COUNT > 0
        DISPLAY WS-TWICE-COUNT " student(s) entered for two papers "
            "in this sitting - see the EXAM-TIMETABLE clash report."
    END-IF
    DISPLAY "Seating plan written to "
        FUNCTION TRIM(WS-PLAN-FILENAME)
    STOP RUN.
            END-IF
    END-EVALUATE.

LOAD-SITTING.
    *> Every student on the sitting list for any paper of the chosen
    *> date and session, one row per paper entered.
    MOVE 0 TO WS-STUDENT-COUNT
    MOVE 0 TO WS-TWICE-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT ENTRIES-FILE
    IF FILE-STATUS-ENTRIES NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ENTRIES-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF EXE-EXAM-DATE = WS-EXAM-DATE
                        AND EXE-SESSION = WS-EXAM-SESSION
                        AND WS-STUDENT-COUNT < 1000
                    PERFORM VARYING WS-SCAN FROM 1 BY 1
                            UNTIL WS-SCAN > WS-STUDENT-COUNT
                        IF WS-ST-ID(WS-SCAN) = EXE-STUDENT-ID
                            ADD 1 TO WS-TWICE-COUNT
                            DISPLAY "WARNING: " EXE-STUDENT-ID
                                " is entered for "
                                WS-ST-SUBJECT(WS-SCAN) " and "
                                EXE-SUBJECT-CODE " in this sitting."
                        END-IF
                    END-PERFORM
                    ADD 1 TO WS-STUDENT-COUNT
                    MOVE SPACES TO WS-STUDENT-ENTRY(WS-STUDENT-COUNT)
                    MOVE EXE-SEMESTER
                        TO WS-ST-SEM(WS-STUDENT-COUNT)
                    MOVE EXE-SUBJECT-CODE
                        TO WS-ST-SUBJECT(WS-STUDENT-COUNT)
                    MOVE EXE-STUDENT-ID
                        TO WS-ST-ID(WS-STUDENT-COUNT)
                    MOVE EXE-STUDENT-NAME
                        TO WS-ST-NAME(WS-STUDENT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ENTRIES NOT = "35"
        CLOSE ENTRIES-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

SORT-BY-ID.
    *> Bubble sort ascending by student ID, the same in-storage sort
    *> the report paragraphs in STUDENT-MGMT use. Candidates are kept
    *> together by paper first, so each paper fills its own block of
    *> seats when several share a sitting.
    PERFORM VARYING WS-SORT-I FROM 1 BY 1
            UNTIL WS-SORT-I >= WS-STUDENT-COUNT
        PERFORM VARYING WS-SORT-J FROM 1 BY 1
                UNTIL WS-SORT-J > WS-STUDENT-COUNT - WS-SORT-I
            IF WS-ST-SUBJECT(WS-SORT-J) > WS-ST-SUBJECT(WS-SORT-J + 1)
                OR (WS-ST-SUBJECT(WS-SORT-J)
                        = WS-ST-SUBJECT(WS-SORT-J + 1)
                    AND WS-ST-ID(WS-SORT-J) > WS-ST-ID(WS-SORT-J + 1))
                MOVE WS-STUDENT-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
                MOVE WS-STUDENT-ENTRY(WS-SORT-J + 1)
                    TO WS-STUDENT-ENTRY(WS-SORT-J)
            UNTIL WS-SORT-I >= WS-STUDENT-COUNT
        PERFORM VARYING WS-SORT-J FROM 1 BY 1
                UNTIL WS-SORT-J > WS-STUDENT-COUNT - WS-SORT-I
            IF WS-ST-SUBJECT(WS-SORT-J) > WS-ST-SUBJECT(WS-SORT-J + 1)
                OR (WS-ST-SUBJECT(WS-SORT-J)
                        = WS-ST-SUBJECT(WS-SORT-J + 1)
                    AND WS-ST-NAME(WS-SORT-J)
                        > WS-ST-NAME(WS-SORT-J + 1))
                MOVE WS-STUDENT-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
                MOVE WS-STUDENT-ENTRY(WS-SORT-J + 1)
                    TO WS-STUDENT-ENTRY(WS-SORT-J)
        END-PERFORM
    END-PERFORM.

LOAD-ARRANGEMENTS.
    *> Arrangements in force: active, and valid for the current term
    *> (first record of the academic calendar) or permanently.
    MOVE 0 TO WS-ARR-COUNT
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
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT ARRANGEMENT-FILE
    IF FILE-STATUS-ARRANGEMENT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ARRANGEMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF ARR-STATUS = 'A'
                        AND (ARR-VALID-TERM = "PERMANENT"
                            OR (ARR-VALID-TERM = WS-CURRENT-TERM
                                AND WS-CURRENT-TERM NOT = SPACES))
                        AND WS-ARR-COUNT < 300
                    ADD 1 TO WS-ARR-COUNT
                    MOVE ARR-STUDENT-ID TO WS-ARR-ID(WS-ARR-COUNT)
                    MOVE ARR-TYPE TO WS-ARR-TYPE(WS-ARR-COUNT)
                    IF ARR-EXTRA-MINUTES IS NUMERIC
                        MOVE ARR-EXTRA-MINUTES
                            TO WS-ARR-MINUTES(WS-ARR-COUNT)
                    ELSE
                        MOVE 0 TO WS-ARR-MINUTES(WS-ARR-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ARRANGEMENT NOT = "35"
        CLOSE ARRANGEMENT-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

TAG-ARRANGEMENT-STUDENTS.
    *> Need class per student: R separate room (separate room or
    *> scribe), G ground floor, D designated seat (extra time), or
    *> blank. The tag is what the room sheets print against the name.
    MOVE 0 TO WS-ARR-STUDENT-COUNT
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-STUDENT-COUNT
        MOVE SPACES TO WS-ST-NEED(WS-SCAN)
        MOVE SPACES TO WS-ST-ARR-TAG(WS-SCAN)
        MOVE SPACES TO WS-ST-ROOM(WS-SCAN)
        MOVE 0 TO WS-ST-ROW(WS-SCAN)
        MOVE 0 TO WS-ST-SEAT(WS-SCAN)
        MOVE 0 TO WS-ST-ROOM-IX(WS-SCAN)
        MOVE 0 TO WS-ST-ORDINAL(WS-SCAN)
        MOVE 'N' TO WS-NEED-SEPARATE
        MOVE 'N' TO WS-NEED-GROUND
        MOVE 'N' TO WS-NEED-EXTRA
        MOVE 0 TO WS-NEED-MINUTES
        MOVE 1 TO WS-ARR-PTR
        PERFORM VARYING WS-ARR-IX FROM 1 BY 1
                UNTIL WS-ARR-IX > WS-ARR-COUNT
            IF WS-ARR-ID(WS-ARR-IX) = WS-ST-ID(WS-SCAN)
                EVALUATE WS-ARR-TYPE(WS-ARR-IX)
                    WHEN 'S'
                        MOVE 'Y' TO WS-NEED-SEPARATE
                        STRING "SEP-ROOM " DELIMITED BY SIZE
                            INTO WS-ST-ARR-TAG(WS-SCAN)
                            WITH POINTER WS-ARR-PTR
                    WHEN 'W'
                        MOVE 'Y' TO WS-NEED-SEPARATE
                        STRING "SCRIBE " DELIMITED BY SIZE
                            INTO WS-ST-ARR-TAG(WS-SCAN)
                            WITH POINTER WS-ARR-PTR
                    WHEN 'G'
                        MOVE 'Y' TO WS-NEED-GROUND
                        STRING "GROUND " DELIMITED BY SIZE
                            INTO WS-ST-ARR-TAG(WS-SCAN)
                            WITH POINTER WS-ARR-PTR
                    WHEN 'X'
                        MOVE 'Y' TO WS-NEED-EXTRA
                END-EVALUATE
                IF WS-ARR-MINUTES(WS-ARR-IX) > WS-NEED-MINUTES
                    MOVE WS-ARR-MINUTES(WS-ARR-IX) TO WS-NEED-MINUTES
                END-IF
            END-IF
        END-PERFORM
        IF WS-NEED-MINUTES > 0
            STRING "+" WS-NEED-MINUTES "MIN" DELIMITED BY SIZE
                INTO WS-ST-ARR-TAG(WS-SCAN)
                WITH POINTER WS-ARR-PTR
        END-IF
        EVALUATE TRUE
            WHEN WS-NEED-SEPARATE = 'Y'
                MOVE 'R' TO WS-ST-NEED(WS-SCAN)
            WHEN WS-NEED-GROUND = 'Y'
                MOVE 'G' TO WS-ST-NEED(WS-SCAN)
            WHEN WS-NEED-EXTRA = 'Y'
                MOVE 'D' TO WS-ST-NEED(WS-SCAN)
        END-EVALUATE
        MOVE WS-NEED-GROUND TO WS-ST-GROUND(WS-SCAN)
        IF WS-ST-NEED(WS-SCAN) NOT = SPACES
            ADD 1 TO WS-ARR-STUDENT-COUNT
        END-IF
    END-PERFORM.

ALLOCATE-SEATS.
    *> Loads the room file, then deals seats in four passes so that
    *> arrangement students get their designated places first:
    *> separate room, ground floor, designated seat, then everyone
    *> else row by row through the ordinary seats in room-file order
    *> until every student has a seat or the rooms run out.
    MOVE 0 TO WS-SEATED-COUNT
    MOVE 0 TO WS-FALLBACK-COUNT
    MOVE 0 TO WS-ROOM-COUNT
    OPEN INPUT ROOM-FILE
    IF FILE-STATUS-ROOM NOT = "00"
        DISPLAY "Room file exam_rooms.dat not found - no seats "
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ ROOM-FILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-ROOM
            END-READ
        END-PERFORM
        CLOSE ROOM-FILE
        MOVE 'N' TO WS-EOF
    END-IF

    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-STUDENT-COUNT
        IF WS-ST-NEED(WS-SCAN) = 'R'
            MOVE 'D' TO WS-WANT-KIND
            MOVE 'Y' TO WS-WANT-ARRANGE
            MOVE WS-ST-GROUND(WS-SCAN) TO WS-WANT-GROUND
            PERFORM TAKE-SEAT
            IF WS-SEAT-TAKEN NOT = 'Y'
                MOVE 'N' TO WS-WANT-ARRANGE
                PERFORM TAKE-SEAT
            END-IF
            PERFORM FALL-BACK-IF-UNSEATED
        END-IF
    END-PERFORM
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-STUDENT-COUNT
        IF WS-ST-NEED(WS-SCAN) = 'G'
            MOVE 'D' TO WS-WANT-KIND
            MOVE 'N' TO WS-WANT-ARRANGE
            MOVE 'Y' TO WS-WANT-GROUND
            PERFORM TAKE-SEAT
            IF WS-SEAT-TAKEN NOT = 'Y'
                MOVE 'O' TO WS-WANT-KIND
                PERFORM TAKE-SEAT
            END-IF
            PERFORM FALL-BACK-IF-UNSEATED
        END-IF
    END-PERFORM
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-STUDENT-COUNT
        IF WS-ST-NEED(WS-SCAN) = 'D'
            MOVE 'D' TO WS-WANT-KIND
            MOVE 'N' TO WS-WANT-ARRANGE
            MOVE 'N' TO WS-WANT-GROUND
            PERFORM TAKE-SEAT
            PERFORM FALL-BACK-IF-UNSEATED
        END-IF
    END-PERFORM
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-STUDENT-COUNT
        IF WS-ST-NEED(WS-SCAN) = SPACES
            MOVE 'O' TO WS-WANT-KIND
            MOVE 'N' TO WS-WANT-ARRANGE
            MOVE 'N' TO WS-WANT-GROUND
            PERFORM TAKE-SEAT
        END-IF
    END-PERFORM
    COMPUTE WS-UNSEATED-COUNT =
        WS-STUDENT-COUNT - WS-SEATED-COUNT.

LOAD-ONE-ROOM.
    *> The three trailing fields are optional; a room file written
    *> before they existed reads as an ordinary room with no
    *> designated seats.
    IF WS-ROOM-COUNT < 100
        ADD 1 TO WS-ROOM-COUNT
        MOVE ROOM-CODE TO WS-RM-CODE(WS-ROOM-COUNT)
        MOVE ROOM-SEATS-PER-ROW TO WS-RM-SEATS-ROW(WS-ROOM-COUNT)
        COMPUTE WS-RM-CAPACITY(WS-ROOM-COUNT) =
            ROOM-ROWS * ROOM-SEATS-PER-ROW
        MOVE FUNCTION UPPER-CASE(ROOM-GROUND-FLOOR)
            TO WS-RM-GROUND(WS-ROOM-COUNT)
        MOVE FUNCTION UPPER-CASE(ROOM-ARRANGEMENT)
            TO WS-RM-ARRANGE(WS-ROOM-COUNT)
        IF WS-RM-ARRANGE(WS-ROOM-COUNT) = 'Y'
            MOVE WS-RM-CAPACITY(WS-ROOM-COUNT)
                TO WS-RM-DESIG(WS-ROOM-COUNT)
        ELSE
            IF ROOM-DESIGNATED IS NUMERIC
                MOVE ROOM-DESIGNATED TO WS-RM-DESIG(WS-ROOM-COUNT)
            ELSE
                MOVE 0 TO WS-RM-DESIG(WS-ROOM-COUNT)
            END-IF
            IF WS-RM-DESIG(WS-ROOM-COUNT)
                    > WS-RM-CAPACITY(WS-ROOM-COUNT)
                MOVE WS-RM-CAPACITY(WS-ROOM-COUNT)
                    TO WS-RM-DESIG(WS-ROOM-COUNT)
            END-IF
        END-IF
        MOVE 1 TO WS-RM-NEXT-DESIG(WS-ROOM-COUNT)
        COMPUTE WS-RM-NEXT-ORD(WS-ROOM-COUNT) =
            WS-RM-DESIG(WS-ROOM-COUNT) + 1
    END-IF.

TAKE-SEAT.
    *> First free seat of the wanted kind (D designated, O ordinary)
    *> in the first room that suits, for student WS-SCAN.
    MOVE 'N' TO WS-SEAT-TAKEN
    PERFORM VARYING WS-RM-IX FROM 1 BY 1
            UNTIL WS-RM-IX > WS-ROOM-COUNT OR WS-SEAT-TAKEN = 'Y'
        IF (WS-WANT-ARRANGE = 'Y' AND WS-RM-ARRANGE(WS-RM-IX) = 'Y')
                OR (WS-WANT-ARRANGE NOT = 'Y'
                    AND WS-RM-ARRANGE(WS-RM-IX) NOT = 'Y')
            IF WS-WANT-GROUND NOT = 'Y'
                    OR WS-RM-GROUND(WS-RM-IX) = 'Y'
                IF WS-WANT-KIND = 'D'
                    IF WS-RM-NEXT-DESIG(WS-RM-IX)
                            <= WS-RM-DESIG(WS-RM-IX)
                        MOVE WS-RM-NEXT-DESIG(WS-RM-IX)
                            TO WS-SEAT-ORDINAL
                        ADD 1 TO WS-RM-NEXT-DESIG(WS-RM-IX)
                        MOVE 'Y' TO WS-SEAT-TAKEN
                    END-IF
                ELSE
                    IF WS-RM-NEXT-ORD(WS-RM-IX)
                            <= WS-RM-CAPACITY(WS-RM-IX)
                        MOVE WS-RM-NEXT-ORD(WS-RM-IX)
                            TO WS-SEAT-ORDINAL
                        ADD 1 TO WS-RM-NEXT-ORD(WS-RM-IX)
                        MOVE 'Y' TO WS-SEAT-TAKEN
                    END-IF
                END-IF
                IF WS-SEAT-TAKEN = 'Y'
                    PERFORM ASSIGN-TAKEN-SEAT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

ASSIGN-TAKEN-SEAT.
    COMPUTE WS-ROW-QUOTIENT =
        (WS-SEAT-ORDINAL - 1) / WS-RM-SEATS-ROW(WS-RM-IX)
    MOVE WS-RM-CODE(WS-RM-IX) TO WS-ST-ROOM(WS-SCAN)
    COMPUTE WS-ST-ROW(WS-SCAN) = WS-ROW-QUOTIENT + 1
    COMPUTE WS-ST-SEAT(WS-SCAN) = WS-SEAT-ORDINAL
        - (WS-ROW-QUOTIENT * WS-RM-SEATS-ROW(WS-RM-IX))
    MOVE WS-RM-IX TO WS-ST-ROOM-IX(WS-SCAN)
    MOVE WS-SEAT-ORDINAL TO WS-ST-ORDINAL(WS-SCAN)
    ADD 1 TO WS-SEATED-COUNT.

FALL-BACK-IF-UNSEATED.
    *> No designated place left: an ordinary seat, with a warning so
    *> the exams office can add an arrangements room or more
    *> designated seats.
    IF WS-SEAT-TAKEN NOT = 'Y'
        MOVE 'O' TO WS-WANT-KIND
        MOVE 'N' TO WS-WANT-ARRANGE
        MOVE 'N' TO WS-WANT-GROUND
        PERFORM TAKE-SEAT
        ADD 1 TO WS-FALLBACK-COUNT
        IF WS-SEAT-TAKEN = 'Y'
            DISPLAY "WARNING: no designated place left for "
                WS-ST-ID(WS-SCAN) " ("
                FUNCTION TRIM(WS-ST-ARR-TAG(WS-SCAN))
                ") - given an ordinary seat."
        ELSE
            DISPLAY "WARNING: no seat at all left for "
                WS-ST-ID(WS-SCAN) " ("
                FUNCTION TRIM(WS-ST-ARR-TAG(WS-SCAN)) ")."
        END-IF
    END-IF.

WRITE-PLAN-FILE.
    MOVE SPACES TO WS-PLAN-FILENAME
    IF WS-SITTING-MODE = 'Y'
        STRING "seating_plan_" WS-EXAM-DATE "_" WS-EXAM-SESSION
            ".txt" DELIMITED BY SIZE INTO WS-PLAN-FILENAME
    ELSE
        STRING "seating_plan_sem" WS-SEMESTER ".txt"
            DELIMITED BY SIZE INTO WS-PLAN-FILENAME
    END-IF
    OPEN OUTPUT PLAN-FILE

    MOVE SPACES TO PLAN-LINE
    IF WS-SITTING-MODE = 'Y'
        MOVE 0 TO WS-PAPER-COUNT
        MOVE SPACES TO WS-SW-SUBJECT
        PERFORM VARYING WS-SCAN FROM 1 BY 1
                UNTIL WS-SCAN > WS-STUDENT-COUNT
            IF WS-ST-SUBJECT(WS-SCAN) NOT = WS-SW-SUBJECT
                ADD 1 TO WS-PAPER-COUNT
                MOVE WS-ST-SUBJECT(WS-SCAN) TO WS-SW-SUBJECT
            END-IF
        END-PERFORM
        STRING "EXAM SEATING PLAN - SITTING " WS-EXAM-DATE
            " SESSION " WS-EXAM-SESSION "  (" WS-PAPER-COUNT
            " PAPER(S))"
            DELIMITED BY SIZE INTO PLAN-LINE
    ELSE
        STRING "EXAM SEATING PLAN - SEMESTER " WS-SEMESTER
            "  SUBJECT " FUNCTION TRIM(WS-SUBJECT-CODE)
            DELIMITED BY SIZE INTO PLAN-LINE
    END-IF
    WRITE PLAN-LINE
    MOVE SPACES TO PLAN-LINE
    STRING "Generated: " FUNCTION CURRENT-DATE(1:8)
    MOVE ALL "-" TO PLAN-LINE
    WRITE PLAN-LINE

    *> Per-room seating sheets - the lists posted on each exam room
    *> door - room by room in room-file order and seat by seat, the
    *> designated seats first, with any special arrangement shown
    *> against the name.
    MOVE "PER-ROOM SEATING SHEETS" TO PLAN-LINE
    WRITE PLAN-LINE
    PERFORM VARYING WS-RM-IX FROM 1 BY 1
            UNTIL WS-RM-IX > WS-ROOM-COUNT
        COMPUTE WS-PRINT-LAST = WS-RM-NEXT-ORD(WS-RM-IX) - 1
        IF WS-RM-NEXT-DESIG(WS-RM-IX) > 1
                OR WS-PRINT-LAST > WS-RM-DESIG(WS-RM-IX)
            PERFORM WRITE-ONE-ROOM-SHEET
        END-IF
    END-PERFORM

    WRITE PLAN-LINE
    MOVE "PER-STUDENT ROOM/SEAT LOOKUP" TO PLAN-LINE
    WRITE PLAN-LINE
    MOVE "StudentID   Name                           Room     Row Seat Subject     Arrangement"
        TO PLAN-LINE
    WRITE PLAN-LINE
    PERFORM VARYING WS-SCAN FROM 1 BY 1
        MOVE SPACES TO PLAN-LINE
        IF WS-ST-ROOM(WS-SCAN) = SPACES
            STRING WS-ST-ID(WS-SCAN) "  " WS-ST-NAME(WS-SCAN)
                "  ** NO SEAT - ADD ROOMS **  "
                WS-ST-SUBJECT(WS-SCAN)
                DELIMITED BY SIZE INTO PLAN-LINE
        ELSE
            STRING WS-ST-ID(WS-SCAN) "  " WS-ST-NAME(WS-SCAN)
                "  " WS-ST-ROOM(WS-SCAN) "  " WS-ST-ROW(WS-SCAN)
                "  " WS-ST-SEAT(WS-SCAN) "   " WS-ST-SUBJECT(WS-SCAN)
                "  " WS-ST-ARR-TAG(WS-SCAN)
                DELIMITED BY SIZE INTO PLAN-LINE
        END-IF
        WRITE PLAN-LINE

    CLOSE PLAN-FILE.

WRITE-ONE-ROOM-SHEET.
    MOVE SPACES TO PLAN-LINE
    WRITE PLAN-LINE
    MOVE SPACES TO PLAN-LINE
    IF WS-RM-ARRANGE(WS-RM-IX) = 'Y'
        STRING "ROOM " WS-RM-CODE(WS-RM-IX)
            "  (SPECIAL ARRANGEMENTS ROOM)"
            DELIMITED BY SIZE INTO PLAN-LINE
    ELSE
        STRING "ROOM " WS-RM-CODE(WS-RM-IX)
            DELIMITED BY SIZE INTO PLAN-LINE
    END-IF
    WRITE PLAN-LINE
    MOVE "Row Seat Subject     StudentID   Name                            Arrangement"
        TO PLAN-LINE
    WRITE PLAN-LINE
    IF WS-RM-NEXT-DESIG(WS-RM-IX) - 1 > WS-PRINT-LAST
        COMPUTE WS-PRINT-LAST = WS-RM-NEXT-DESIG(WS-RM-IX) - 1
    END-IF
    PERFORM VARYING WS-PRINT-ORDINAL FROM 1 BY 1
            UNTIL WS-PRINT-ORDINAL > WS-PRINT-LAST
        PERFORM VARYING WS-SCAN FROM 1 BY 1
                UNTIL WS-SCAN > WS-STUDENT-COUNT
            IF WS-ST-ROOM-IX(WS-SCAN) = WS-RM-IX
                    AND WS-ST-ORDINAL(WS-SCAN) = WS-PRINT-ORDINAL
                MOVE SPACES TO PLAN-LINE
                STRING WS-ST-ROW(WS-SCAN) "   " WS-ST-SEAT(WS-SCAN)
                    "   " WS-ST-SUBJECT(WS-SCAN) "  "
                    WS-ST-ID(WS-SCAN) "  " WS-ST-NAME(WS-SCAN)
                    "  " WS-ST-ARR-TAG(WS-SCAN)
                    DELIMITED BY SIZE INTO PLAN-LINE
                WRITE PLAN-LINE
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-ALLOC-FILE.
    *> Machine-readable copy of the allocation (one row per seated
    *> student) for the invigilation roster and the script
    *> reconciliation. Re-running the plan for the same sitting -
    *> or, for a single-subject plan, the same semester and subject -
    *> replaces its previous rows.
    OPEN INPUT SEAT-ALLOC-FILE
    IF FILE-STATUS-ALLOC = "00"
        OPEN OUTPUT TEMP-ALLOC-FILE
                AT END
                    MOVE 'Y' TO WS-ALLOC-EOF
                NOT AT END
                    IF (WS-SITTING-MODE = 'Y'
                            AND SAL-EXAM-DATE = WS-EXAM-DATE
                            AND SAL-SESSION = WS-EXAM-SESSION)
                        OR (WS-SITTING-MODE NOT = 'Y'
                            AND SAL-EXAM-DATE = SPACES
                            AND SAL-SEMESTER = WS-SEMESTER
                            AND SAL-SUBJECT-CODE
                                = WS-SUBJECT-CODE)
                        CONTINUE
                    ELSE
                        MOVE SEAT-ALLOC-RECORD
            UNTIL WS-SCAN > WS-STUDENT-COUNT
        IF WS-ST-ROOM(WS-SCAN) NOT = SPACES
            MOVE SPACES TO SEAT-ALLOC-RECORD
            MOVE WS-ST-SEM(WS-SCAN) TO SAL-SEMESTER
            MOVE WS-ST-SUBJECT(WS-SCAN) TO SAL-SUBJECT-CODE
            MOVE WS-ST-ROOM(WS-SCAN) TO SAL-ROOM
            MOVE WS-ST-ROW(WS-SCAN) TO SAL-ROW
            MOVE WS-ST-SEAT(WS-SCAN) TO SAL-SEAT
            MOVE WS-ST-ID(WS-SCAN) TO SAL-STUDENT-ID
            MOVE WS-EXAM-DATE TO SAL-EXAM-DATE
            MOVE WS-EXAM-SESSION TO SAL-SESSION
            WRITE SEAT-ALLOC-RECORD
        END-IF
    END-PERFORM
