IDENTIFICATION DIVISION.
PROGRAM-ID. ROOM-USAGE.

*> Room utilization and free-room finder for facilities. The
*> utilization report takes every room on exam_rooms.dat (and any
*> room the timetable books that is missing from it) and shows the
*> periods booked in timetable_slots.dat against the 48 periods of
*> the week (6 days x 8 periods), the seat capacity (rows x seats
*> per row) and the largest section headcount booked into it. A
*> section's headcount is its active students on the master of
*> their current semester; a room too small for a section booked
*> into it is flagged. The finder takes a day, a period and a
*> minimum capacity and lists the rooms with no class booked then,
*> for make-up classes and room swaps.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SLOT-FILE ASSIGN TO "timetable_slots.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SLOT.
    SELECT ROOM-FILE ASSIGN TO "exam_rooms.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ROOM.
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

FD  ROOM-FILE.
01  ROOM-RECORD.
    05  ROOM-CODE          PIC X(8).
    05  ROOM-ROWS          PIC 9(2).
    05  ROOM-SEATS-PER-ROW PIC 9(2).

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  FILLER             PIC X(56).
    05  WITHDRAWN1         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1   PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  FILLER             PIC X(53).
    05  WITHDRAWN2         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2   PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  FILLER             PIC X(53).
    05  WITHDRAWN3         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3   PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  FILLER             PIC X(53).
    05  WITHDRAWN4         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4   PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-SLOT       PIC XX.
01  FILE-STATUS-ROOM       PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-PERIODS-PER-WEEK    PIC 9(2) VALUE 48.

01  WS-DAY-NAMES.
    05  FILLER             PIC X(3) VALUE "MON".
    05  FILLER             PIC X(3) VALUE "TUE".
    05  FILLER             PIC X(3) VALUE "WED".
    05  FILLER             PIC X(3) VALUE "THU".
    05  FILLER             PIC X(3) VALUE "FRI".
    05  FILLER             PIC X(3) VALUE "SAT".
01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
    05  WS-DAY-NAME        OCCURS 6 TIMES PIC X(3).

*> Rooms, each with a booked flag per day and period.
01  WS-ROOM-COUNT          PIC 9(3) VALUE 0.
01  WS-ROOM-TABLE.
    05  WS-ROOM-ENTRY      OCCURS 300 TIMES.
        10  WS-RM-CODE     PIC X(8).
        10  WS-RM-CAPACITY PIC 9(4).
        10  WS-RM-ON-FILE  PIC X.
        10  WS-RM-BOOKED   PIC 9(2).
        10  WS-RM-LARGEST  PIC 9(4).
        10  WS-RM-LARGEST-SEC PIC X(2).
        10  WS-RM-GRID     PIC X(48).
01  WS-ROOM-IX             PIC 9(3).
01  WS-ROOM-HIT            PIC 9(3).
01  WS-GRID-POS            PIC 9(2).
01  WS-WANTED-ROOM         PIC X(8).

*> Active headcount per semester and section.
01  WS-HC-COUNT            PIC 9(3) VALUE 0.
01  WS-HC-TABLE.
    05  WS-HC-ENTRY        OCCURS 100 TIMES.
        10  WS-HC-SEM      PIC 9.
        10  WS-HC-SECTION  PIC X.
        10  WS-HC-STUDENTS PIC 9(4).
01  WS-HC-IX               PIC 9(3).
01  WS-HC-FOUND            PIC 9(4).

01  WS-STU-COUNT           PIC 9(4) VALUE 0.
01  WS-STU-TABLE.
    05  WS-STU-ENTRY       OCCURS 3000 TIMES.
        10  WS-STU-ID      PIC X(10).
        10  WS-STU-SEM     PIC 9.
        10  WS-STU-SECTION PIC X.
        10  WS-STU-WITHDRAWN PIC X.
01  WS-STU-IX              PIC 9(4).
01  WS-STU-HIT             PIC 9(4).
01  WS-CUR-ID              PIC X(10).
01  WS-CUR-SEM             PIC 9.
01  WS-CUR-SECTION         PIC X.
01  WS-CUR-WITHDRAWN       PIC X.

01  WS-UTIL-PCT            PIC 9(3).
01  WS-UTIL-DISP           PIC ZZ9.
01  WS-BOOKED-DISP         PIC Z9.
01  WS-CAP-DISP            PIC ZZZ9.
01  WS-LARGEST-DISP        PIC ZZZ9.
01  WS-CAP-NOTE            PIC X(20).
01  WS-TOTAL-BOOKED        PIC 9(5) VALUE 0.
01  WS-TOTAL-AVAILABLE     PIC 9(5) VALUE 0.
01  WS-OVER-COUNT          PIC 9(3) VALUE 0.
01  WS-IDLE-COUNT          PIC 9(3) VALUE 0.

01  WS-FIND-DAY            PIC 9.
01  WS-FIND-PERIOD         PIC 9.
01  WS-FIND-CAPACITY       PIC 9(4).
01  WS-FREE-COUNT          PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Room Utilization ---"
    DISPLAY "1. Room utilization report"
    DISPLAY "2. Find a free room"
    DISPLAY "Enter choice (1-2): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM LOAD-ROOMS
            PERFORM LOAD-BOOKINGS
            PERFORM LOAD-HEADCOUNTS
            PERFORM SIZE-BOOKED-SECTIONS
            PERFORM UTILIZATION-REPORT
        WHEN '2'
            PERFORM FIND-FREE-ROOM
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

UTILIZATION-REPORT.
    DISPLAY "Room      Booked/Avail  Util%  Seats  Largest section"
    DISPLAY "--------  ------------  -----  -----  ---------------"
    PERFORM VARYING WS-ROOM-IX FROM 1 BY 1
            UNTIL WS-ROOM-IX > WS-ROOM-COUNT
        COMPUTE WS-UTIL-PCT ROUNDED =
            WS-RM-BOOKED(WS-ROOM-IX) * 100 / WS-PERIODS-PER-WEEK
        MOVE WS-UTIL-PCT TO WS-UTIL-DISP
        MOVE WS-RM-BOOKED(WS-ROOM-IX) TO WS-BOOKED-DISP
        MOVE WS-RM-CAPACITY(WS-ROOM-IX) TO WS-CAP-DISP
        MOVE WS-RM-LARGEST(WS-ROOM-IX) TO WS-LARGEST-DISP
        ADD WS-RM-BOOKED(WS-ROOM-IX) TO WS-TOTAL-BOOKED
        ADD WS-PERIODS-PER-WEEK TO WS-TOTAL-AVAILABLE
        MOVE SPACES TO WS-CAP-NOTE
        IF WS-RM-ON-FILE(WS-ROOM-IX) = 'N'
            MOVE "NOT ON ROOM FILE" TO WS-CAP-NOTE
        ELSE
            IF WS-RM-LARGEST(WS-ROOM-IX) > WS-RM-CAPACITY(WS-ROOM-IX)
                MOVE "OVER CAPACITY" TO WS-CAP-NOTE
                ADD 1 TO WS-OVER-COUNT
            END-IF
        END-IF
        IF WS-RM-BOOKED(WS-ROOM-IX) = 0
            ADD 1 TO WS-IDLE-COUNT
            DISPLAY WS-RM-CODE(WS-ROOM-IX) "   "
                WS-BOOKED-DISP " / " WS-PERIODS-PER-WEEK
                "       " WS-UTIL-DISP "   " WS-CAP-DISP
                "   (not used)"
        ELSE
            DISPLAY WS-RM-CODE(WS-ROOM-IX) "   "
                WS-BOOKED-DISP " / " WS-PERIODS-PER-WEEK
                "       " WS-UTIL-DISP "   " WS-CAP-DISP
                "   " WS-LARGEST-DISP " (SEM"
                WS-RM-LARGEST-SEC(WS-ROOM-IX)(1:1) " "
                WS-RM-LARGEST-SEC(WS-ROOM-IX)(2:1) ")  "
                WS-CAP-NOTE
        END-IF
    END-PERFORM
    IF WS-ROOM-COUNT = 0
        DISPLAY "No rooms on file."
    ELSE
        IF WS-TOTAL-AVAILABLE > 0
            COMPUTE WS-UTIL-PCT ROUNDED =
                WS-TOTAL-BOOKED * 100 / WS-TOTAL-AVAILABLE
        END-IF
        MOVE WS-UTIL-PCT TO WS-UTIL-DISP
        DISPLAY WS-ROOM-COUNT " room(s), " WS-TOTAL-BOOKED " of "
            WS-TOTAL-AVAILABLE " room-periods booked ("
            FUNCTION TRIM(WS-UTIL-DISP) "%)."
        DISPLAY WS-IDLE-COUNT " room(s) not used all week; "
            WS-OVER-COUNT " room(s) hold a section larger than "
            "their seats."
    END-IF.

FIND-FREE-ROOM.
    DISPLAY "Day (1=Mon .. 6=Sat): "
    ACCEPT WS-FIND-DAY
    DISPLAY "Period (1-8): "
    ACCEPT WS-FIND-PERIOD
    IF WS-FIND-DAY < 1 OR WS-FIND-DAY > 6
            OR WS-FIND-PERIOD < 1 OR WS-FIND-PERIOD > 8
        DISPLAY "Day 1-6 and period 1-8 are required."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Minimum seats needed (0 = any): "
    ACCEPT WS-FIND-CAPACITY
    PERFORM LOAD-ROOMS
    PERFORM LOAD-BOOKINGS
    COMPUTE WS-GRID-POS = (WS-FIND-DAY - 1) * 8 + WS-FIND-PERIOD
    MOVE 0 TO WS-FREE-COUNT
    DISPLAY "Free rooms on " WS-DAY-NAME(WS-FIND-DAY) " period "
        WS-FIND-PERIOD ":"
    PERFORM VARYING WS-ROOM-IX FROM 1 BY 1
            UNTIL WS-ROOM-IX > WS-ROOM-COUNT
        IF WS-RM-ON-FILE(WS-ROOM-IX) = 'Y'
                AND WS-RM-GRID(WS-ROOM-IX)(WS-GRID-POS:1) = SPACE
                AND WS-RM-CAPACITY(WS-ROOM-IX) >= WS-FIND-CAPACITY
            ADD 1 TO WS-FREE-COUNT
            MOVE WS-RM-CAPACITY(WS-ROOM-IX) TO WS-CAP-DISP
            MOVE WS-RM-BOOKED(WS-ROOM-IX) TO WS-BOOKED-DISP
            DISPLAY "  " WS-RM-CODE(WS-ROOM-IX) "  seats "
                WS-CAP-DISP "  booked " WS-BOOKED-DISP
                " period(s) this week"
        END-IF
    END-PERFORM
    IF WS-FREE-COUNT = 0
        DISPLAY "  No free room with " WS-FIND-CAPACITY
            " or more seats."
    ELSE
        DISPLAY WS-FREE-COUNT " room(s) free."
    END-IF.

LOAD-ROOMS.
    MOVE 0 TO WS-ROOM-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT ROOM-FILE
    IF FILE-STATUS-ROOM NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ROOM-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE ROOM-CODE TO WS-WANTED-ROOM
                PERFORM ADD-ROOM
                IF WS-ROOM-HIT > 0
                    MOVE 'Y' TO WS-RM-ON-FILE(WS-ROOM-HIT)
                    COMPUTE WS-RM-CAPACITY(WS-ROOM-HIT) =
                        ROOM-ROWS * ROOM-SEATS-PER-ROW
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ROOM NOT = "35"
        CLOSE ROOM-FILE
    END-IF.

LOAD-BOOKINGS.
    *> A room is booked for a period once whatever the semester;
    *> TIMETABLE already refuses two classes in one room at once.
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
                IF TTS-DAY >= 1 AND TTS-DAY <= 6
                        AND TTS-PERIOD >= 1 AND TTS-PERIOD <= 8
                        AND TTS-ROOM NOT = SPACES
                    MOVE TTS-ROOM TO WS-WANTED-ROOM
                    PERFORM ADD-ROOM
                    IF WS-ROOM-HIT > 0
                        COMPUTE WS-GRID-POS =
                            (TTS-DAY - 1) * 8 + TTS-PERIOD
                        IF WS-RM-GRID(WS-ROOM-HIT)(WS-GRID-POS:1)
                                = SPACE
                            MOVE 'X' TO
                                WS-RM-GRID(WS-ROOM-HIT)(WS-GRID-POS:1)
                            ADD 1 TO WS-RM-BOOKED(WS-ROOM-HIT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SLOT NOT = "35"
        CLOSE SLOT-FILE
    END-IF.

ADD-ROOM.
    MOVE 0 TO WS-ROOM-HIT
    PERFORM VARYING WS-ROOM-IX FROM 1 BY 1
            UNTIL WS-ROOM-IX > WS-ROOM-COUNT OR WS-ROOM-HIT > 0
        IF WS-RM-CODE(WS-ROOM-IX) = WS-WANTED-ROOM
            MOVE WS-ROOM-IX TO WS-ROOM-HIT
        END-IF
    END-PERFORM
    IF WS-ROOM-HIT = 0 AND WS-ROOM-COUNT < 300
        ADD 1 TO WS-ROOM-COUNT
        MOVE WS-ROOM-COUNT TO WS-ROOM-HIT
        MOVE WS-WANTED-ROOM TO WS-RM-CODE(WS-ROOM-HIT)
        MOVE 0 TO WS-RM-CAPACITY(WS-ROOM-HIT)
        MOVE 'N' TO WS-RM-ON-FILE(WS-ROOM-HIT)
        MOVE 0 TO WS-RM-BOOKED(WS-ROOM-HIT)
        MOVE 0 TO WS-RM-LARGEST(WS-ROOM-HIT)
        MOVE SPACES TO WS-RM-LARGEST-SEC(WS-ROOM-HIT)
        MOVE SPACES TO WS-RM-GRID(WS-ROOM-HIT)
    END-IF.

SIZE-BOOKED-SECTIONS.
    *> Second pass over the timetable: the largest section booked
    *> into each room.
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
                MOVE TTS-ROOM TO WS-WANTED-ROOM
                PERFORM ADD-ROOM
                MOVE 0 TO WS-HC-FOUND
                PERFORM VARYING WS-HC-IX FROM 1 BY 1
                        UNTIL WS-HC-IX > WS-HC-COUNT
                    IF WS-HC-SEM(WS-HC-IX) = TTS-SEMESTER
                            AND WS-HC-SECTION(WS-HC-IX) = TTS-SECTION
                        MOVE WS-HC-STUDENTS(WS-HC-IX) TO WS-HC-FOUND
                    END-IF
                END-PERFORM
                IF WS-ROOM-HIT > 0
                    IF WS-HC-FOUND > WS-RM-LARGEST(WS-ROOM-HIT)
                        MOVE WS-HC-FOUND TO WS-RM-LARGEST(WS-ROOM-HIT)
                        MOVE TTS-SEMESTER TO
                            WS-RM-LARGEST-SEC(WS-ROOM-HIT)(1:1)
                        MOVE TTS-SECTION TO
                            WS-RM-LARGEST-SEC(WS-ROOM-HIT)(2:1)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SLOT NOT = "35"
        CLOSE SLOT-FILE
    END-IF.

LOAD-HEADCOUNTS.
    *> Each student counts once, in the section of the highest
    *> semester master they are on.
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
                MOVE 1 TO WS-CUR-SEM
                MOVE SECTION1 TO WS-CUR-SECTION
                MOVE WITHDRAWN1 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
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
                MOVE 2 TO WS-CUR-SEM
                MOVE SECTION2 TO WS-CUR-SECTION
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
                MOVE 3 TO WS-CUR-SEM
                MOVE SECTION3 TO WS-CUR-SECTION
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
                MOVE 4 TO WS-CUR-SEM
                MOVE SECTION4 TO WS-CUR-SECTION
                MOVE WITHDRAWN4 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM4
    END-IF
    MOVE 'N' TO WS-EOF
    MOVE 0 TO WS-HC-COUNT
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT
        IF WS-STU-WITHDRAWN(WS-STU-IX) NOT = 'W'
            MOVE 0 TO WS-HC-FOUND
            PERFORM VARYING WS-HC-IX FROM 1 BY 1
                    UNTIL WS-HC-IX > WS-HC-COUNT OR WS-HC-FOUND > 0
                IF WS-HC-SEM(WS-HC-IX) = WS-STU-SEM(WS-STU-IX)
                        AND WS-HC-SECTION(WS-HC-IX)
                            = WS-STU-SECTION(WS-STU-IX)
                    MOVE WS-HC-IX TO WS-HC-FOUND
                END-IF
            END-PERFORM
            IF WS-HC-FOUND = 0 AND WS-HC-COUNT < 100
                ADD 1 TO WS-HC-COUNT
                MOVE WS-HC-COUNT TO WS-HC-FOUND
                MOVE WS-STU-SEM(WS-STU-IX) TO WS-HC-SEM(WS-HC-FOUND)
                MOVE WS-STU-SECTION(WS-STU-IX)
                    TO WS-HC-SECTION(WS-HC-FOUND)
                MOVE 0 TO WS-HC-STUDENTS(WS-HC-FOUND)
            END-IF
            IF WS-HC-FOUND > 0
                ADD 1 TO WS-HC-STUDENTS(WS-HC-FOUND)
            END-IF
        END-IF
    END-PERFORM.

POST-STUDENT.
    MOVE 0 TO WS-STU-HIT
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT OR WS-STU-HIT > 0
        IF WS-STU-ID(WS-STU-IX) = WS-CUR-ID
            MOVE WS-STU-IX TO WS-STU-HIT
        END-IF
    END-PERFORM
    IF WS-STU-HIT = 0
        IF WS-STU-COUNT >= 3000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STU-COUNT
        MOVE WS-STU-COUNT TO WS-STU-HIT
        MOVE WS-CUR-ID TO WS-STU-ID(WS-STU-HIT)
    END-IF
    MOVE WS-CUR-SEM TO WS-STU-SEM(WS-STU-HIT)
    MOVE WS-CUR-SECTION TO WS-STU-SECTION(WS-STU-HIT)
    MOVE WS-CUR-WITHDRAWN TO WS-STU-WITHDRAWN(WS-STU-HIT).
