IDENTIFICATION DIVISION.
PROGRAM-ID. COVER-REGISTER.

*> Instructor absence and substitute cover register. An absence
*> (instructor, first and last day, reason) goes on
*> instructor_absences.dat and the timetable_slots.dat periods it
*> takes out are listed day by day. Arranging cover for a day
*> proposes, for each affected period, the instructors from
*> instructor_master.dat who are free then: not teaching in that
*> day/period, not absent that day and not already covering
*> another class at the same time. Instructors who teach the
*> subject on subject_assignments.dat are listed first. The cover
*> chosen is written per period to cover_register.dat, and the
*> daily cover sheet for the notice board (cover_sheet_<date>.txt)
*> shows every affected period with its cover, or NO COVER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ABSENCE-FILE ASSIGN TO "instructor_absences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ABSENCE.
    SELECT COVER-FILE ASSIGN TO "cover_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-COVER.
    SELECT SLOT-FILE ASSIGN TO "timetable_slots.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SLOT.
    SELECT INSTRUCTOR-FILE ASSIGN TO "instructor_master.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-INSTRUCTOR.
    SELECT ASSIGNMENT-FILE ASSIGN TO "subject_assignments.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ASSIGNMENT.
    SELECT SHEET-FILE ASSIGN TO WS-SHEET-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ABSENCE-FILE.
01  ABSENCE-RECORD.
    05  ABS-INSTRUCTOR-ID  PIC X(6).
    05  ABS-FROM-DATE      PIC X(8).
    05  ABS-TO-DATE        PIC X(8).
    05  ABS-REASON         PIC X(20).
    05  ABS-RECORDED-BY    PIC X(10).
    05  ABS-RECORDED-ON    PIC X(8).

FD  COVER-FILE.
01  COVER-RECORD.
    05  COV-DATE           PIC X(8).
    05  COV-DAY            PIC 9.
    05  COV-PERIOD         PIC 9.
    05  COV-SEMESTER       PIC 9.
    05  COV-SUBJECT-CODE   PIC X(10).
    05  COV-SECTION        PIC X.
    05  COV-ROOM           PIC X(8).
    05  COV-ABSENT-ID      PIC X(6).
    05  COV-COVER-ID       PIC X(6).
    05  COV-RECORDED-BY    PIC X(10).

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

FD  ASSIGNMENT-FILE.
01  ASSIGNMENT-RECORD.
    05  SA-SEMESTER        PIC 9.
    05  SA-SUBJECT-CODE    PIC X(10).
    05  SA-INSTRUCTOR-ID   PIC X(6).
    05  SA-SECTION         PIC X.

FD  SHEET-FILE.
01  SHEET-LINE             PIC X(100).

WORKING-STORAGE SECTION.
01  FILE-STATUS-ABSENCE    PIC XX.
01  FILE-STATUS-COVER      PIC XX.
01  FILE-STATUS-SLOT       PIC XX.
01  FILE-STATUS-INSTRUCTOR PIC XX.
01  FILE-STATUS-ASSIGNMENT PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-OPERATOR-ID         PIC X(10).
01  WS-TODAY               PIC X(8).
01  WS-SHEET-FILENAME      PIC X(40).

01  WS-DAY-NAMES.
    05  FILLER             PIC X(3) VALUE "MON".
    05  FILLER             PIC X(3) VALUE "TUE".
    05  FILLER             PIC X(3) VALUE "WED".
    05  FILLER             PIC X(3) VALUE "THU".
    05  FILLER             PIC X(3) VALUE "FRI".
    05  FILLER             PIC X(3) VALUE "SAT".
    05  FILLER             PIC X(3) VALUE "SUN".
01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
    05  WS-DAY-NAME        OCCURS 7 TIMES PIC X(3).

01  WS-ABSENT-ID           PIC X(6).
01  WS-ABSENT-NAME         PIC X(30).
01  WS-FROM-DATE           PIC X(8).
01  WS-TO-DATE             PIC X(8).
01  WS-REASON              PIC X(20).
01  WS-COVER-DATE          PIC X(8).
01  WS-FROM-INT            PIC 9(8).
01  WS-TO-INT              PIC 9(8).
01  WS-DATE-INT            PIC 9(8).
01  WS-DATE-NUM            PIC 9(8).
01  WS-DATE-WORK           PIC X(8).
01  WS-WEEKDAY             PIC 9.
01  WS-DAY-SLOTS           PIC 9(3).
01  WS-TOTAL-SLOTS         PIC 9(4).
01  WS-FOUND               PIC X VALUE 'N'.

*> Tables loaded once per function.
01  WS-INS-COUNT           PIC 9(3) VALUE 0.
01  WS-INS-TABLE.
    05  WS-INS-ENTRY       OCCURS 500 TIMES.
        10  WS-INS-ID      PIC X(6).
        10  WS-INS-NAME    PIC X(30).
01  WS-INS-IX              PIC 9(3).
01  WS-NAME-WANTED         PIC X(6).
01  WS-NAME-FOUND          PIC X(30).

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
01  WS-SLOT-J              PIC 9(4).

01  WS-ABS-COUNT           PIC 9(4) VALUE 0.
01  WS-ABS-TABLE.
    05  WS-ABS-ENTRY       OCCURS 1000 TIMES.
        10  WS-ABS-ID      PIC X(6).
        10  WS-ABS-FROM    PIC X(8).
        10  WS-ABS-TO      PIC X(8).
01  WS-ABS-IX              PIC 9(4).
01  WS-ABS-CHECK-ID        PIC X(6).
01  WS-IS-ABSENT           PIC X.

01  WS-COV-COUNT           PIC 9(4) VALUE 0.
01  WS-COV-TABLE.
    05  WS-COV-ENTRY       OCCURS 2000 TIMES.
        10  WS-COV-PERIOD  PIC 9.
        10  WS-COV-SEM     PIC 9.
        10  WS-COV-SECTION PIC X.
        10  WS-COV-SUBJECT PIC X(10).
        10  WS-COV-ABSENT  PIC X(6).
        10  WS-COV-COVER   PIC X(6).
01  WS-COV-IX              PIC 9(4).
01  WS-COV-HIT             PIC 9(4).

01  WS-ASG-COUNT           PIC 9(4) VALUE 0.
01  WS-ASG-TABLE.
    05  WS-ASG-ENTRY       OCCURS 2000 TIMES.
        10  WS-ASG-SUBJECT PIC X(10).
        10  WS-ASG-INSTRUCTOR PIC X(6).
01  WS-ASG-IX              PIC 9(4).

*> Substitutes proposed for one period.
01  WS-PROP-COUNT          PIC 9(3).
01  WS-PROP-TABLE.
    05  WS-PROP-ENTRY      OCCURS 500 TIMES.
        10  WS-PROP-ID     PIC X(6).
        10  WS-PROP-TEACHES PIC X.
01  WS-PROP-IX             PIC 9(3).
01  WS-PROP-PASS           PIC 9.
01  WS-CAND-ID             PIC X(6).
01  WS-CAND-FREE           PIC X.
01  WS-CAND-TEACHES        PIC X.
01  WS-COVER-INPUT         PIC X(6).
01  WS-VALID-CHOICE        PIC X.
01  WS-COVERED-COUNT       PIC 9(3).
01  WS-UNCOVERED-COUNT     PIC 9(3).
01  WS-PERIOD-IX           PIC 9.
01  WS-SHEET-ROWS          PIC 9(4).
01  WS-COVER-NAME          PIC X(30).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Instructor Absence and Cover Register ---"
    DISPLAY "Enter your Staff ID: "
    ACCEPT WS-OPERATOR-ID
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    DISPLAY "1. Record an absence"
    DISPLAY "2. Arrange cover for a day"
    DISPLAY "3. Print the daily cover sheet"
    DISPLAY "4. List absences"
    DISPLAY "Enter choice (1-4): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM RECORD-ABSENCE
        WHEN '2'
            PERFORM ARRANGE-COVER
        WHEN '3'
            PERFORM PRINT-COVER-SHEET
        WHEN '4'
            PERFORM LIST-ABSENCES
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

RECORD-ABSENCE.
    DISPLAY "Instructor ID: "
    ACCEPT WS-ABSENT-ID
    PERFORM LOAD-INSTRUCTORS
    MOVE WS-ABSENT-ID TO WS-NAME-WANTED
    PERFORM FIND-INSTRUCTOR-NAME
    IF WS-FOUND = 'N'
        DISPLAY "Instructor " WS-ABSENT-ID " is not on "
            "instructor_master.dat. Nothing recorded."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NAME-FOUND TO WS-ABSENT-NAME
    DISPLAY "First day absent (YYYYMMDD): "
    ACCEPT WS-FROM-DATE
    DISPLAY "Last day absent (YYYYMMDD, blank = same day): "
    ACCEPT WS-TO-DATE
    IF WS-TO-DATE = SPACES
        MOVE WS-FROM-DATE TO WS-TO-DATE
    END-IF
    IF WS-FROM-DATE IS NOT NUMERIC OR WS-TO-DATE IS NOT NUMERIC
        DISPLAY "Dates must be YYYYMMDD. Nothing recorded."
        EXIT PARAGRAPH
    END-IF
    IF WS-TO-DATE < WS-FROM-DATE
        DISPLAY "Last day is before the first day. Nothing recorded."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Reason (e.g. SICK, CONFERENCE): "
    ACCEPT WS-REASON
    MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
    PERFORM LOAD-ABSENCES
    PERFORM VARYING WS-ABS-IX FROM 1 BY 1
            UNTIL WS-ABS-IX > WS-ABS-COUNT
        IF WS-ABS-ID(WS-ABS-IX) = WS-ABSENT-ID
                AND WS-ABS-FROM(WS-ABS-IX) <= WS-TO-DATE
                AND WS-ABS-TO(WS-ABS-IX) >= WS-FROM-DATE
            DISPLAY "Instructor already recorded absent "
                WS-ABS-FROM(WS-ABS-IX) " - " WS-ABS-TO(WS-ABS-IX)
                ". Nothing recorded."
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    OPEN EXTEND ABSENCE-FILE
    IF FILE-STATUS-ABSENCE NOT = "00"
        OPEN OUTPUT ABSENCE-FILE
    END-IF
    MOVE SPACES TO ABSENCE-RECORD
    MOVE WS-ABSENT-ID TO ABS-INSTRUCTOR-ID
    MOVE WS-FROM-DATE TO ABS-FROM-DATE
    MOVE WS-TO-DATE TO ABS-TO-DATE
    MOVE WS-REASON TO ABS-REASON
    MOVE WS-OPERATOR-ID TO ABS-RECORDED-BY
    MOVE WS-TODAY TO ABS-RECORDED-ON
    WRITE ABSENCE-RECORD
    CLOSE ABSENCE-FILE
    DISPLAY "Absence recorded for " FUNCTION TRIM(WS-ABSENT-NAME)
        " " WS-FROM-DATE " - " WS-TO-DATE "."
    *> Show the classes the absence takes out, day by day.
    PERFORM LOAD-SLOTS
    MOVE 0 TO WS-TOTAL-SLOTS
    COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-FROM-DATE))
    COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-TO-DATE))
    DISPLAY "Periods affected:"
    PERFORM VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
            UNTIL WS-DATE-INT > WS-TO-INT
        PERFORM SET-WEEKDAY
        PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                UNTIL WS-SLOT-IX > WS-SLOT-COUNT
            IF WS-SLOT-INSTRUCTOR(WS-SLOT-IX) = WS-ABSENT-ID
                    AND WS-SLOT-DAY(WS-SLOT-IX) = WS-WEEKDAY
                ADD 1 TO WS-TOTAL-SLOTS
                DISPLAY "  " WS-DATE-WORK " " WS-DAY-NAME(WS-WEEKDAY)
                    " P" WS-SLOT-PERIOD(WS-SLOT-IX) "  SEM"
                    WS-SLOT-SEM(WS-SLOT-IX) " "
                    WS-SLOT-SECTION(WS-SLOT-IX) "  "
                    WS-SLOT-SUBJECT(WS-SLOT-IX) "  "
                    WS-SLOT-ROOM(WS-SLOT-IX)
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-TOTAL-SLOTS = 0
        DISPLAY "  None - no classes timetabled on those days."
    ELSE
        DISPLAY WS-TOTAL-SLOTS " period(s) need cover - use "
            "'Arrange cover' for each day."
    END-IF.

SET-WEEKDAY.
    *> Day 1 of the integer calendar (1601-01-01) was a Monday.
    COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
    MOVE WS-DATE-NUM TO WS-DATE-WORK.

ARRANGE-COVER.
    DISPLAY "Absent instructor ID: "
    ACCEPT WS-ABSENT-ID
    DISPLAY "Date to cover (YYYYMMDD): "
    ACCEPT WS-COVER-DATE
    IF WS-COVER-DATE IS NOT NUMERIC
        DISPLAY "Date must be YYYYMMDD."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-ABSENCES
    MOVE WS-ABSENT-ID TO WS-ABS-CHECK-ID
    PERFORM CHECK-ABSENT-ON-DATE
    IF WS-IS-ABSENT = 'N'
        DISPLAY "No absence recorded for " WS-ABSENT-ID " on "
            WS-COVER-DATE " - record the absence first."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-INSTRUCTORS
    PERFORM LOAD-SLOTS
    PERFORM LOAD-ASSIGNMENTS
    PERFORM LOAD-COVERS-FOR-DATE
    MOVE WS-ABSENT-ID TO WS-NAME-WANTED
    PERFORM FIND-INSTRUCTOR-NAME
    MOVE WS-NAME-FOUND TO WS-ABSENT-NAME
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-COVER-DATE))
    PERFORM SET-WEEKDAY
    DISPLAY "Cover for " FUNCTION TRIM(WS-ABSENT-NAME) " on "
        WS-DAY-NAME(WS-WEEKDAY) " " WS-COVER-DATE
    MOVE 0 TO WS-COVERED-COUNT
    MOVE 0 TO WS-UNCOVERED-COUNT
    MOVE 0 TO WS-DAY-SLOTS
    PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1 UNTIL WS-PERIOD-IX > 8
        PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                UNTIL WS-SLOT-IX > WS-SLOT-COUNT
            IF WS-SLOT-INSTRUCTOR(WS-SLOT-IX) = WS-ABSENT-ID
                    AND WS-SLOT-DAY(WS-SLOT-IX) = WS-WEEKDAY
                    AND WS-SLOT-PERIOD(WS-SLOT-IX) = WS-PERIOD-IX
                ADD 1 TO WS-DAY-SLOTS
                PERFORM COVER-ONE-PERIOD
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-DAY-SLOTS = 0
        DISPLAY "No classes timetabled for this instructor that day."
    ELSE
        DISPLAY WS-COVERED-COUNT " period(s) covered, "
            WS-UNCOVERED-COUNT " left without cover."
    END-IF.

COVER-ONE-PERIOD.
    DISPLAY " "
    DISPLAY "P" WS-SLOT-PERIOD(WS-SLOT-IX) "  SEM"
        WS-SLOT-SEM(WS-SLOT-IX) " " WS-SLOT-SECTION(WS-SLOT-IX) "  "
        WS-SLOT-SUBJECT(WS-SLOT-IX) "  room " WS-SLOT-ROOM(WS-SLOT-IX)
    MOVE 0 TO WS-COV-HIT
    PERFORM VARYING WS-COV-IX FROM 1 BY 1
            UNTIL WS-COV-IX > WS-COV-COUNT
        IF WS-COV-PERIOD(WS-COV-IX) = WS-SLOT-PERIOD(WS-SLOT-IX)
                AND WS-COV-SEM(WS-COV-IX) = WS-SLOT-SEM(WS-SLOT-IX)
                AND WS-COV-SECTION(WS-COV-IX)
                    = WS-SLOT-SECTION(WS-SLOT-IX)
                AND WS-COV-ABSENT(WS-COV-IX) = WS-ABSENT-ID
            MOVE WS-COV-IX TO WS-COV-HIT
        END-IF
    END-PERFORM
    IF WS-COV-HIT > 0
        MOVE WS-COV-COVER(WS-COV-HIT) TO WS-NAME-WANTED
        PERFORM FIND-INSTRUCTOR-NAME
        DISPLAY "  Already covered by " WS-COV-COVER(WS-COV-HIT) " "
            FUNCTION TRIM(WS-NAME-FOUND)
        ADD 1 TO WS-COVERED-COUNT
        EXIT PARAGRAPH
    END-IF
    *> Two passes so instructors who teach the subject come first.
    MOVE 0 TO WS-PROP-COUNT
    PERFORM VARYING WS-PROP-PASS FROM 1 BY 1 UNTIL WS-PROP-PASS > 2
        PERFORM VARYING WS-INS-IX FROM 1 BY 1
                UNTIL WS-INS-IX > WS-INS-COUNT
            MOVE WS-INS-ID(WS-INS-IX) TO WS-CAND-ID
            PERFORM CHECK-CANDIDATE
            IF WS-CAND-FREE = 'Y'
                IF (WS-PROP-PASS = 1 AND WS-CAND-TEACHES = 'Y')
                        OR (WS-PROP-PASS = 2 AND WS-CAND-TEACHES = 'N')
                    ADD 1 TO WS-PROP-COUNT
                    MOVE WS-CAND-ID TO WS-PROP-ID(WS-PROP-COUNT)
                    MOVE WS-CAND-TEACHES
                        TO WS-PROP-TEACHES(WS-PROP-COUNT)
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-PROP-COUNT = 0
        DISPLAY "  No instructor is free this period - NO COVER."
        ADD 1 TO WS-UNCOVERED-COUNT
        EXIT PARAGRAPH
    END-IF
    DISPLAY "  Free to cover (* teaches the subject):"
    PERFORM VARYING WS-PROP-IX FROM 1 BY 1
            UNTIL WS-PROP-IX > WS-PROP-COUNT
        MOVE WS-PROP-ID(WS-PROP-IX) TO WS-NAME-WANTED
        PERFORM FIND-INSTRUCTOR-NAME
        IF WS-PROP-TEACHES(WS-PROP-IX) = 'Y'
            DISPLAY "   * " WS-PROP-ID(WS-PROP-IX) "  " WS-NAME-FOUND
        ELSE
            DISPLAY "     " WS-PROP-ID(WS-PROP-IX) "  " WS-NAME-FOUND
        END-IF
    END-PERFORM
    DISPLAY "  Cover instructor ID (blank = no cover): "
    ACCEPT WS-COVER-INPUT
    IF WS-COVER-INPUT = SPACES
        DISPLAY "  Left without cover."
        ADD 1 TO WS-UNCOVERED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-VALID-CHOICE
    PERFORM VARYING WS-PROP-IX FROM 1 BY 1
            UNTIL WS-PROP-IX > WS-PROP-COUNT
        IF WS-PROP-ID(WS-PROP-IX) = WS-COVER-INPUT
            MOVE 'Y' TO WS-VALID-CHOICE
        END-IF
    END-PERFORM
    IF WS-VALID-CHOICE = 'N'
        DISPLAY "  " WS-COVER-INPUT " is not free this period - "
            "left without cover."
        ADD 1 TO WS-UNCOVERED-COUNT
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND COVER-FILE
    IF FILE-STATUS-COVER NOT = "00"
        OPEN OUTPUT COVER-FILE
    END-IF
    MOVE SPACES TO COVER-RECORD
    MOVE WS-COVER-DATE TO COV-DATE
    MOVE WS-WEEKDAY TO COV-DAY
    MOVE WS-SLOT-PERIOD(WS-SLOT-IX) TO COV-PERIOD
    MOVE WS-SLOT-SEM(WS-SLOT-IX) TO COV-SEMESTER
    MOVE WS-SLOT-SUBJECT(WS-SLOT-IX) TO COV-SUBJECT-CODE
    MOVE WS-SLOT-SECTION(WS-SLOT-IX) TO COV-SECTION
    MOVE WS-SLOT-ROOM(WS-SLOT-IX) TO COV-ROOM
    MOVE WS-ABSENT-ID TO COV-ABSENT-ID
    MOVE WS-COVER-INPUT TO COV-COVER-ID
    MOVE WS-OPERATOR-ID TO COV-RECORDED-BY
    WRITE COVER-RECORD
    CLOSE COVER-FILE
    *> Keep the table current so the same instructor is not offered
    *> twice for one period.
    IF WS-COV-COUNT < 2000
        ADD 1 TO WS-COV-COUNT
        MOVE WS-SLOT-PERIOD(WS-SLOT-IX) TO WS-COV-PERIOD(WS-COV-COUNT)
        MOVE WS-SLOT-SEM(WS-SLOT-IX) TO WS-COV-SEM(WS-COV-COUNT)
        MOVE WS-SLOT-SECTION(WS-SLOT-IX)
            TO WS-COV-SECTION(WS-COV-COUNT)
        MOVE WS-SLOT-SUBJECT(WS-SLOT-IX)
            TO WS-COV-SUBJECT(WS-COV-COUNT)
        MOVE WS-ABSENT-ID TO WS-COV-ABSENT(WS-COV-COUNT)
        MOVE WS-COVER-INPUT TO WS-COV-COVER(WS-COV-COUNT)
    END-IF
    ADD 1 TO WS-COVERED-COUNT
    DISPLAY "  Cover recorded.".

CHECK-CANDIDATE.
    *> Free means not the absentee, not absent, not teaching and not
    *> already covering in this day/period.
    MOVE 'N' TO WS-CAND-FREE
    MOVE 'N' TO WS-CAND-TEACHES
    IF WS-CAND-ID = WS-ABSENT-ID
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CAND-ID TO WS-ABS-CHECK-ID
    PERFORM CHECK-ABSENT-ON-DATE
    IF WS-IS-ABSENT = 'Y'
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SLOT-J FROM 1 BY 1
            UNTIL WS-SLOT-J > WS-SLOT-COUNT
        IF WS-SLOT-INSTRUCTOR(WS-SLOT-J) = WS-CAND-ID
                AND WS-SLOT-DAY(WS-SLOT-J) = WS-WEEKDAY
                AND WS-SLOT-PERIOD(WS-SLOT-J)
                    = WS-SLOT-PERIOD(WS-SLOT-IX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    PERFORM VARYING WS-COV-IX FROM 1 BY 1
            UNTIL WS-COV-IX > WS-COV-COUNT
        IF WS-COV-COVER(WS-COV-IX) = WS-CAND-ID
                AND WS-COV-PERIOD(WS-COV-IX)
                    = WS-SLOT-PERIOD(WS-SLOT-IX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE 'Y' TO WS-CAND-FREE
    PERFORM VARYING WS-ASG-IX FROM 1 BY 1
            UNTIL WS-ASG-IX > WS-ASG-COUNT
        IF WS-ASG-INSTRUCTOR(WS-ASG-IX) = WS-CAND-ID
                AND WS-ASG-SUBJECT(WS-ASG-IX)
                    = WS-SLOT-SUBJECT(WS-SLOT-IX)
            MOVE 'Y' TO WS-CAND-TEACHES
        END-IF
    END-PERFORM.

CHECK-ABSENT-ON-DATE.
    MOVE 'N' TO WS-IS-ABSENT
    PERFORM VARYING WS-ABS-IX FROM 1 BY 1
            UNTIL WS-ABS-IX > WS-ABS-COUNT
        IF WS-ABS-ID(WS-ABS-IX) = WS-ABS-CHECK-ID
                AND WS-ABS-FROM(WS-ABS-IX) <= WS-COVER-DATE
                AND WS-ABS-TO(WS-ABS-IX) >= WS-COVER-DATE
            MOVE 'Y' TO WS-IS-ABSENT
        END-IF
    END-PERFORM.

PRINT-COVER-SHEET.
    DISPLAY "Date (YYYYMMDD, blank = today): "
    ACCEPT WS-COVER-DATE
    IF WS-COVER-DATE = SPACES
        MOVE WS-TODAY TO WS-COVER-DATE
    END-IF
    IF WS-COVER-DATE IS NOT NUMERIC
        DISPLAY "Date must be YYYYMMDD."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-INSTRUCTORS
    PERFORM LOAD-SLOTS
    PERFORM LOAD-ABSENCES
    PERFORM LOAD-COVERS-FOR-DATE
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-COVER-DATE))
    PERFORM SET-WEEKDAY
    MOVE SPACES TO WS-SHEET-FILENAME
    STRING "cover_sheet_" WS-COVER-DATE ".txt"
        DELIMITED BY SIZE INTO WS-SHEET-FILENAME
    OPEN OUTPUT SHEET-FILE
    MOVE SPACES TO SHEET-LINE
    STRING "DAILY COVER SHEET - " WS-DAY-NAME(WS-WEEKDAY) " "
        WS-COVER-DATE(7:2) "/" WS-COVER-DATE(5:2) "/"
        WS-COVER-DATE(1:4)
        DELIMITED BY SIZE INTO SHEET-LINE
    WRITE SHEET-LINE
    MOVE ALL "=" TO SHEET-LINE
    WRITE SHEET-LINE
    MOVE SPACES TO SHEET-LINE
    STRING "Per Sem Sec Subject     Room      Absent"
        "                    Cover"
        DELIMITED BY SIZE INTO SHEET-LINE
    WRITE SHEET-LINE
    MOVE ALL "-" TO SHEET-LINE
    WRITE SHEET-LINE
    MOVE 0 TO WS-SHEET-ROWS
    MOVE 0 TO WS-UNCOVERED-COUNT
    *> Every period taught by someone absent that day, in period
    *> order, with its cover or NO COVER.
    PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1 UNTIL WS-PERIOD-IX > 8
        PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                UNTIL WS-SLOT-IX > WS-SLOT-COUNT
            IF WS-SLOT-DAY(WS-SLOT-IX) = WS-WEEKDAY
                    AND WS-SLOT-PERIOD(WS-SLOT-IX) = WS-PERIOD-IX
                MOVE WS-SLOT-INSTRUCTOR(WS-SLOT-IX) TO WS-ABS-CHECK-ID
                PERFORM CHECK-ABSENT-ON-DATE
                IF WS-IS-ABSENT = 'Y'
                    PERFORM WRITE-SHEET-ROW
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE ALL "-" TO SHEET-LINE
    WRITE SHEET-LINE
    MOVE SPACES TO SHEET-LINE
    IF WS-SHEET-ROWS = 0
        MOVE "No classes need cover today." TO SHEET-LINE
    ELSE
        STRING WS-SHEET-ROWS " class(es) affected, "
            WS-UNCOVERED-COUNT " without cover."
            DELIMITED BY SIZE INTO SHEET-LINE
    END-IF
    WRITE SHEET-LINE
    CLOSE SHEET-FILE
    DISPLAY "Cover sheet written to " FUNCTION TRIM(WS-SHEET-FILENAME)
        " (" WS-SHEET-ROWS " class(es), " WS-UNCOVERED-COUNT
        " without cover).".

WRITE-SHEET-ROW.
    ADD 1 TO WS-SHEET-ROWS
    MOVE WS-SLOT-INSTRUCTOR(WS-SLOT-IX) TO WS-NAME-WANTED
    PERFORM FIND-INSTRUCTOR-NAME
    MOVE WS-NAME-FOUND TO WS-ABSENT-NAME
    MOVE "NO COVER - CLASS CANCELLED" TO WS-COVER-NAME
    MOVE 0 TO WS-COV-HIT
    PERFORM VARYING WS-COV-IX FROM 1 BY 1
            UNTIL WS-COV-IX > WS-COV-COUNT
        IF WS-COV-PERIOD(WS-COV-IX) = WS-PERIOD-IX
                AND WS-COV-SEM(WS-COV-IX) = WS-SLOT-SEM(WS-SLOT-IX)
                AND WS-COV-SECTION(WS-COV-IX)
                    = WS-SLOT-SECTION(WS-SLOT-IX)
                AND WS-COV-ABSENT(WS-COV-IX)
                    = WS-SLOT-INSTRUCTOR(WS-SLOT-IX)
            MOVE WS-COV-IX TO WS-COV-HIT
        END-IF
    END-PERFORM
    IF WS-COV-HIT > 0
        MOVE WS-COV-COVER(WS-COV-HIT) TO WS-NAME-WANTED
        PERFORM FIND-INSTRUCTOR-NAME
        MOVE WS-NAME-FOUND TO WS-COVER-NAME
    ELSE
        ADD 1 TO WS-UNCOVERED-COUNT
    END-IF
    MOVE SPACES TO SHEET-LINE
    STRING "P" WS-PERIOD-IX "   " WS-SLOT-SEM(WS-SLOT-IX) "   "
        WS-SLOT-SECTION(WS-SLOT-IX) "   " WS-SLOT-SUBJECT(WS-SLOT-IX)
        "  " WS-SLOT-ROOM(WS-SLOT-IX) "  " WS-ABSENT-NAME(1:24)
        "  " WS-COVER-NAME
        DELIMITED BY SIZE INTO SHEET-LINE
    WRITE SHEET-LINE.

LIST-ABSENCES.
    PERFORM LOAD-INSTRUCTORS
    MOVE 0 TO WS-TOTAL-SLOTS
    MOVE 'N' TO WS-EOF
    OPEN INPUT ABSENCE-FILE
    IF FILE-STATUS-ABSENCE NOT = "00"
        DISPLAY "No absences on file."
        SET END-OF-FILE TO TRUE
    ELSE
        DISPLAY "Instr   Name                            From     "
            "To       Reason"
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ABSENCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-TOTAL-SLOTS
                MOVE ABS-INSTRUCTOR-ID TO WS-NAME-WANTED
                PERFORM FIND-INSTRUCTOR-NAME
                DISPLAY ABS-INSTRUCTOR-ID "  " WS-NAME-FOUND "  "
                    ABS-FROM-DATE " " ABS-TO-DATE " " ABS-REASON
        END-READ
    END-PERFORM
    IF FILE-STATUS-ABSENCE NOT = "35"
        CLOSE ABSENCE-FILE
    END-IF
    DISPLAY WS-TOTAL-SLOTS " absence(s) listed.".

FIND-INSTRUCTOR-NAME.
    MOVE 'N' TO WS-FOUND
    MOVE "(not on instructor master)" TO WS-NAME-FOUND
    PERFORM VARYING WS-INS-IX FROM 1 BY 1
            UNTIL WS-INS-IX > WS-INS-COUNT OR WS-FOUND = 'Y'
        IF WS-INS-ID(WS-INS-IX) = WS-NAME-WANTED
            MOVE WS-INS-NAME(WS-INS-IX) TO WS-NAME-FOUND
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.

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

LOAD-ABSENCES.
    MOVE 0 TO WS-ABS-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT ABSENCE-FILE
    IF FILE-STATUS-ABSENCE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ABSENCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-ABS-COUNT < 1000
                    ADD 1 TO WS-ABS-COUNT
                    MOVE ABS-INSTRUCTOR-ID TO WS-ABS-ID(WS-ABS-COUNT)
                    MOVE ABS-FROM-DATE TO WS-ABS-FROM(WS-ABS-COUNT)
                    MOVE ABS-TO-DATE TO WS-ABS-TO(WS-ABS-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ABSENCE NOT = "35"
        CLOSE ABSENCE-FILE
    END-IF.

LOAD-COVERS-FOR-DATE.
    MOVE 0 TO WS-COV-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT COVER-FILE
    IF FILE-STATUS-COVER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ COVER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF COV-DATE = WS-COVER-DATE AND WS-COV-COUNT < 2000
                    ADD 1 TO WS-COV-COUNT
                    MOVE COV-PERIOD TO WS-COV-PERIOD(WS-COV-COUNT)
                    MOVE COV-SEMESTER TO WS-COV-SEM(WS-COV-COUNT)
                    MOVE COV-SECTION TO WS-COV-SECTION(WS-COV-COUNT)
                    MOVE COV-SUBJECT-CODE
                        TO WS-COV-SUBJECT(WS-COV-COUNT)
                    MOVE COV-ABSENT-ID TO WS-COV-ABSENT(WS-COV-COUNT)
                    MOVE COV-COVER-ID TO WS-COV-COVER(WS-COV-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-COVER NOT = "35"
        CLOSE COVER-FILE
    END-IF.

LOAD-ASSIGNMENTS.
    MOVE 0 TO WS-ASG-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT ASSIGNMENT-FILE
    IF FILE-STATUS-ASSIGNMENT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ASSIGNMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-ASG-COUNT < 2000
                    ADD 1 TO WS-ASG-COUNT
                    MOVE SA-SUBJECT-CODE TO WS-ASG-SUBJECT(WS-ASG-COUNT)
                    MOVE SA-INSTRUCTOR-ID
                        TO WS-ASG-INSTRUCTOR(WS-ASG-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ASSIGNMENT NOT = "35"
        CLOSE ASSIGNMENT-FILE
    END-IF.
