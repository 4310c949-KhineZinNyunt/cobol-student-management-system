*> card lifecycle register (CARD-ADMIN) is rejected into the
*> exception file, so a lost or stolen card stops counting the
*> day it is reported.
*> Sessions excused on the excused-absence register (EXCUSE-ADMIN,
*> approved entries for the current term of academic_calendar.dat)
*> come off that student's scheduled count before ATTENDANCE1 is
*> computed, so a certified absence no longer holds a student back
*> at the SEM2 eligibility check.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CARD-REGISTER-FILE ASSIGN TO "card_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CARDS.
    SELECT EXCUSAL-FILE ASSIGN TO "excused_absences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EXCUSAL.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.

DATA DIVISION.
FILE SECTION.
    05  CRD-ISSUE-DATE     PIC X(8).
    05  CRD-STATUS-DATE    PIC X(8).

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
01  FILE-STATUS-SWIPE      PIC XX.
01  FILE-STATUS-TOTALS     PIC XX.
01  WS-UPDATED-SEM1        PIC 9(4) VALUE 0.
01  WS-KNOWN               PIC X VALUE 'N'.
01  WS-PCT                 PIC 9(3).
01  FILE-STATUS-EXCUSAL    PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  WS-CURRENT-TERM        PIC X(10).
01  WS-EXCUSED             PIC 9(4).
01  WS-STUDENT-SESSIONS    PIC 9(4).
01  WS-EXCUSED-APPLIED     PIC 9(4) VALUE 0.
01  WS-EXCUSALS-COUNT      PIC 9(4) VALUE 0.
01  WS-EXCUSALS-TABLE.
    05  WS-EXCUSAL-ENTRY   OCCURS 1000 TIMES.
        10  WS-EXC-ID      PIC X(10).
        10  WS-EXC-SESSIONS PIC 9(4).
01  WS-EXC-SCAN            PIC 9(4).
01  WS-EXC-HIT             PIC 9(4).

01  WS-TOTALS-COUNT        PIC 9(4) VALUE 0.
01  WS-TOTALS-TABLE.
MAIN-LOGIC.
    DISPLAY "===== Daily Attendance Posting ====="
    PERFORM LOAD-SESSION-COUNT
    PERFORM LOAD-EXCUSALS
    PERFORM LOAD-TOTALS-TABLE
    PERFORM LOAD-DEAD-CARDS

    END-IF
    DISPLAY "Lost to full table : " WS-TABLEFULL-COUNT
    DISPLAY "SEM1 records updated: " WS-UPDATED-SEM1
    DISPLAY "Excused sessions applied for " WS-EXCUSED-APPLIED
        " student(s)"
    DISPLAY "Exceptions written to attendance_exceptions.dat"
    IF WS-TABLEFULL-COUNT > 0
        DISPLAY "WARNING: the totals table reached its 1000-entry "
    END-IF
    DISPLAY "Scheduled sessions this term: " WS-SCHEDULED-SESSIONS.

LOAD-EXCUSALS.
    *> Approved excusals for the current term, summed per student.
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
    *> The scheduled count for one student: the term's sessions less
    *> their approved excused sessions, never below one.
    MOVE 0 TO WS-EXCUSED
    PERFORM VARYING WS-EXC-SCAN FROM 1 BY 1
            UNTIL WS-EXC-SCAN > WS-EXCUSALS-COUNT
        IF WS-EXC-ID(WS-EXC-SCAN) = WS-TOT-ID(WS-TOT-SCAN)
            MOVE WS-EXC-SESSIONS(WS-EXC-SCAN) TO WS-EXCUSED
        END-IF
    END-PERFORM
    IF WS-EXCUSED < WS-SCHEDULED-SESSIONS
        COMPUTE WS-STUDENT-SESSIONS =
            WS-SCHEDULED-SESSIONS - WS-EXCUSED
    ELSE
        MOVE 1 TO WS-STUDENT-SESSIONS
    END-IF.

LOAD-TOTALS-TABLE.
    MOVE 0 TO WS-TOTALS-COUNT
    OPEN INPUT TOTALS-FILE
REFRESH-SEM1-ATTENDANCE.
    *> ATTENDANCE1 becomes the computed percentage of scheduled
    *> sessions attended, capped at 100, replacing the one-off
    *> hand-keyed figure. Excused sessions are not scheduled for
    *> the student they excuse.
    OPEN I-O STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "Semester 1 master not available - ATTENDANCE1 "
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM FIND-STUDENT-SESSIONS
                    IF WS-EXCUSED > 0
                        ADD 1 TO WS-EXCUSED-APPLIED
                    END-IF
                    COMPUTE WS-PCT ROUNDED =
                        (WS-TOT-COUNT(WS-TOT-SCAN) * 100)
                            / WS-STUDENT-SESSIONS
                        ON SIZE ERROR
                            MOVE 100 TO WS-PCT
                    END-COMPUTE
                    IF WS-PCT > 100
                        MOVE 100 TO WS-PCT
                    END-IF
