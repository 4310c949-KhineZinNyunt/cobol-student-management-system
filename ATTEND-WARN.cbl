*> attendance_warn_config.dat row 1: warning percentage (default
*> 65) and the number of sessions held so far this term (0 = use
*> the full scheduled count from attendance_sessions.dat).
*> Approved excusals for the current term (EXCUSE-ADMIN) that have
*> already begun are taken off the student's session count first,
*> so a student on a hospital certificate is not warned as if they
*> had skipped.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT PROFILE-FILE ASSIGN TO "student_profile.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PROFILE.
    SELECT EXCUSAL-FILE ASSIGN TO "excused_absences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EXCUSAL.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.

DATA DIVISION.
FILE SECTION.
    05  PRF-NAME           PIC X(30).
    05  FILLER             PIC X(138).

FD  EXCUSAL-FILE.
01  EXCUSAL-RECORD.
    05  EXA-REF            PIC 9(5).
    05  EXA-STUDENT-ID     PIC X(10).
    05  EXA-TERM           PIC X(10).
    05  EXA-FROM-DATE      PIC X(8).
    05  EXA-TO-DATE        PIC X(8).
    05  EXA-REASON         PIC X(2).
    05  EXA-DOC-REF        PIC X(15).
    05  EXA-SESSIONS       PIC 9(3).
    05  EXA-STATUS         PIC X.
    05  FILLER             PIC X(36).

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  FILLER             PIC X(40).

WORKING-STORAGE SECTION.
01  FILE-STATUS-TOTALS     PIC XX.
01  FILE-STATUS-SESSIONS   PIC XX.
01  WS-CUR-PRESENT         PIC 9(4).
01  WS-ALREADY-QUEUED      PIC X.
01  WS-NAME-FOUND          PIC X(30).
01  FILE-STATUS-EXCUSAL    PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  WS-CURRENT-TERM        PIC X(10).
01  WS-TODAY               PIC X(8).
01  WS-EXCUSED             PIC 9(4).
01  WS-STUDENT-SESSIONS    PIC 9(4).
01  WS-EXCUSED-COUNT       PIC 9(4) VALUE 0.
01  WS-EXCUSALS-COUNT      PIC 9(4) VALUE 0.
01  WS-EXCUSALS-TABLE.
    05  WS-EXCUSAL-ENTRY   OCCURS 1000 TIMES.
        10  WS-EXC-ID      PIC X(10).
        10  WS-EXC-SESSIONS PIC 9(4).
01  WS-EXC-SCAN            PIC 9(4).
01  WS-EXC-HIT             PIC 9(4).

PROCEDURE DIVISION.
MAIN-LOGIC.
    IF WS-SESSIONS-HELD = 0
        MOVE WS-SCHEDULED-SESSIONS TO WS-SESSIONS-HELD
    END-IF
    PERFORM LOAD-EXCUSALS
    DISPLAY "Warning threshold : " WS-WARN-PCT "%"
    DISPLAY "Sessions counted  : " WS-SESSIONS-HELD
    DISPLAY " "
    DISPLAY "Students at risk      : " WS-AT-RISK-COUNT
    DISPLAY "Warnings queued       : " WS-QUEUED-COUNT
    DISPLAY "Already on the outbox : " WS-ALREADY-COUNT
    DISPLAY "Checked with excusals : " WS-EXCUSED-COUNT
    STOP RUN.

LOAD-WARN-CONFIG.
        MOVE 100 TO WS-SCHEDULED-SESSIONS
    END-IF.

LOAD-EXCUSALS.
    *> Approved excusals for the current term that have begun,
    *> summed per student.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE SPACES TO WS-CURRENT-TERM
    OPEN INPUT CALENDAR-FILE
    IF FILE-STATUS-CALENDAR = "00"
        PERFORM UNTIL FILE-STATUS-CALENDAR NOT = "00"
            READ CALENDAR-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-CALENDAR
                NOT AT END
                    IF CAL-TERM NOT = "HOLIDAY"
                        MOVE CAL-TERM TO WS-CURRENT-TERM
                        MOVE "10" TO FILE-STATUS-CALENDAR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CALENDAR-FILE
    END-IF
    MOVE 0 TO WS-EXCUSALS-COUNT
    OPEN INPUT EXCUSAL-FILE
    IF FILE-STATUS-EXCUSAL = "00"
        PERFORM UNTIL FILE-STATUS-EXCUSAL NOT = "00"
            READ EXCUSAL-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-EXCUSAL
                NOT AT END
                    IF EXA-STATUS = 'A'
                            AND EXA-TERM = WS-CURRENT-TERM
                            AND EXA-FROM-DATE <= WS-TODAY
                        PERFORM ADD-ONE-EXCUSAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXCUSAL-FILE
    END-IF.

ADD-ONE-EXCUSAL.
    MOVE 0 TO WS-EXC-HIT
    PERFORM VARYING WS-EXC-SCAN FROM 1 BY 1
            UNTIL WS-EXC-SCAN > WS-EXCUSALS-COUNT
        IF WS-EXC-ID(WS-EXC-SCAN) = EXA-STUDENT-ID
            MOVE WS-EXC-SCAN TO WS-EXC-HIT
        END-IF
    END-PERFORM
    IF WS-EXC-HIT > 0
        ADD EXA-SESSIONS TO WS-EXC-SESSIONS(WS-EXC-HIT)
    ELSE
        IF WS-EXCUSALS-COUNT < 1000
            ADD 1 TO WS-EXCUSALS-COUNT
            MOVE EXA-STUDENT-ID TO WS-EXC-ID(WS-EXCUSALS-COUNT)
            MOVE EXA-SESSIONS TO WS-EXC-SESSIONS(WS-EXCUSALS-COUNT)
        END-IF
    END-IF.

FIND-STUDENT-SESSIONS.
    *> Sessions counted for one student: those held so far less
    *> their approved excused sessions, never below one.
    MOVE 0 TO WS-EXCUSED
    PERFORM VARYING WS-EXC-SCAN FROM 1 BY 1
            UNTIL WS-EXC-SCAN > WS-EXCUSALS-COUNT
        IF WS-EXC-ID(WS-EXC-SCAN) = WS-CUR-STUDENT
            MOVE WS-EXC-SESSIONS(WS-EXC-SCAN) TO WS-EXCUSED
        END-IF
    END-PERFORM
    IF WS-EXCUSED > 0
        ADD 1 TO WS-EXCUSED-COUNT
    END-IF
    IF WS-EXCUSED < WS-SESSIONS-HELD
        COMPUTE WS-STUDENT-SESSIONS = WS-SESSIONS-HELD - WS-EXCUSED
    ELSE
        MOVE 1 TO WS-STUDENT-SESSIONS
    END-IF.

CHECK-ONE-STUDENT.
    PERFORM FIND-STUDENT-SESSIONS
    COMPUTE WS-PCT ROUNDED =
        (WS-CUR-PRESENT * 100) / WS-STUDENT-SESSIONS
        ON SIZE ERROR
            MOVE 100 TO WS-PCT
    END-COMPUTE
    IF WS-PCT > 100
        MOVE 100 TO WS-PCT
    END-IF
