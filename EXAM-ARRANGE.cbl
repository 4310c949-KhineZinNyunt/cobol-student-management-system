IDENTIFICATION DIVISION.
PROGRAM-ID. EXAM-ARRANGE.

*> Special exam arrangements register. exam_arrangements.dat holds
*> one row per approved accommodation: the student, the type
*>   X - extra time (minutes per paper)
*>   S - separate room
*>   W - scribe (a writer; sits in a separate room)
*>   G - ground-floor access
*> the extra minutes, the approving officer (Staff ID, confirmed
*> by PIN), the term it is valid for (a term name as on
*> academic_calendar.dat, or PERMANENT) and a status (A active,
*> R revoked). An arrangement is in force while it is active and
*> its term is the current term or PERMANENT: SEAT-PLAN then seats
*> the student in a designated room or seat from exam_rooms.dat
*> and prints the arrangement on the room sheets, and INVIGILATE
*> extends the room's invigilation by the extra time and rosters
*> a scribe. Every change is logged to activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARRANGEMENT-FILE ASSIGN TO "exam_arrangements.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ARRANGEMENT.
    SELECT TEMP-ARRANGEMENT-FILE ASSIGN TO "temp_arrangements.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.
    SELECT STAFF-FILE ASSIGN TO "staff_pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STAFF.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
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
FD  ARRANGEMENT-FILE.
01  ARRANGEMENT-RECORD.
    05  ARR-STUDENT-ID     PIC X(10).
    05  ARR-TYPE           PIC X.
        88  ARR-EXTRA-TIME     VALUE 'X'.
        88  ARR-SEPARATE-ROOM  VALUE 'S'.
        88  ARR-SCRIBE         VALUE 'W'.
        88  ARR-GROUND-FLOOR   VALUE 'G'.
    05  ARR-EXTRA-MINUTES  PIC 9(3).
    05  ARR-APPROVED-BY    PIC X(10).
    05  ARR-VALID-TERM     PIC X(10).
    05  ARR-STATUS         PIC X.
        88  ARR-ACTIVE         VALUE 'A'.
        88  ARR-REVOKED        VALUE 'R'.
    05  ARR-APPROVED-DATE  PIC X(8).

FD  TEMP-ARRANGEMENT-FILE.
01  TEMP-ARRANGEMENT-RECORD PIC X(43).

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  CAL-REG-OPEN       PIC X(8).
    05  CAL-REG-CLOSE      PIC X(8).
    05  CAL-EXAM-DATE      PIC X(8).
    05  CAL-PUBLISH-DATE   PIC X(8).
    05  CAL-MARKS-DUE      PIC X(8).

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

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  FILLER             PIC X(78).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  FILLER             PIC X(75).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  FILLER             PIC X(75).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  FILLER             PIC X(75).

WORKING-STORAGE SECTION.
01  FILE-STATUS-ARRANGEMENT PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  FILE-STATUS-STAFF      PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-OFFICER-ID          PIC X(10).
01  WS-OFFICER-PIN         PIC X(6).
01  WS-OFFICER-OK          PIC X VALUE 'N'.
01  WS-CURRENT-TERM        PIC X(10) VALUE SPACES.
01  WS-ID-INPUT            PIC X(10).
01  WS-TYPE-INPUT          PIC X.
01  WS-MINUTES-INPUT       PIC X(5).
01  WS-EXTRA-MINUTES       PIC 9(3) VALUE 0.
01  WS-TERM-INPUT          PIC X(10).
01  WS-KNOWN               PIC X.
01  WS-FOUND               PIC X.
01  WS-LIST-COUNT          PIC 9(4) VALUE 0.
01  WS-TYPE-WORD           PIC X(14).
01  WS-IN-FORCE-WORD       PIC X(9).
01  WS-LOG-FUNCTION        PIC X(20).
01  WS-LOG-DETAIL          PIC X(25).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM LOAD-CURRENT-TERM
    DISPLAY "--- Special Exam Arrangements ---"
    DISPLAY "Current term: " WS-CURRENT-TERM
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. Record an approved arrangement"
    DISPLAY "2. Revoke an arrangement"
    DISPLAY "3. List arrangements for a student"
    DISPLAY "4. List arrangements in force"
    DISPLAY "Enter choice (1-4): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM RECORD-ARRANGEMENT
        WHEN '2'
            PERFORM REVOKE-ARRANGEMENT
        WHEN '3'
            PERFORM LIST-STUDENT-ARRANGEMENTS
        WHEN '4'
            PERFORM LIST-IN-FORCE
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

LOAD-CURRENT-TERM.
    *> The first calendar record is the current term.
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

RECORD-ARRANGEMENT.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM CHECK-STUDENT-KNOWN
    IF WS-KNOWN = 'N'
        DISPLAY "Student " WS-ID-INPUT " is not on any semester "
            "master."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Type - X extra time, S separate room, W scribe, "
        "G ground-floor access: "
    ACCEPT WS-TYPE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT
    IF WS-TYPE-INPUT NOT = 'X' AND WS-TYPE-INPUT NOT = 'S'
            AND WS-TYPE-INPUT NOT = 'W' AND WS-TYPE-INPUT NOT = 'G'
        DISPLAY "Invalid arrangement type."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-EXTRA-MINUTES
    IF WS-TYPE-INPUT = 'X' OR WS-TYPE-INPUT = 'W'
        DISPLAY "Extra minutes per paper: "
        ACCEPT WS-MINUTES-INPUT
        MOVE FUNCTION NUMVAL(WS-MINUTES-INPUT) TO WS-EXTRA-MINUTES
        IF WS-TYPE-INPUT = 'X' AND WS-EXTRA-MINUTES = 0
            DISPLAY "Extra time needs the number of minutes."
            EXIT PARAGRAPH
        END-IF
    END-IF
    DISPLAY "Valid for term (Enter for "
        FUNCTION TRIM(WS-CURRENT-TERM) ", or PERMANENT): "
    ACCEPT WS-TERM-INPUT
    MOVE FUNCTION UPPER-CASE(WS-TERM-INPUT) TO WS-TERM-INPUT
    IF WS-TERM-INPUT = SPACES
        MOVE WS-CURRENT-TERM TO WS-TERM-INPUT
    END-IF
    IF WS-TERM-INPUT = SPACES
        DISPLAY "No current term on the calendar - give the term "
            "name."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Approving officer Staff ID: "
    ACCEPT WS-OFFICER-ID
    DISPLAY "Approving officer PIN: "
    ACCEPT WS-OFFICER-PIN
    PERFORM VERIFY-OFFICER
    IF WS-OFFICER-OK NOT = 'Y'
        DISPLAY "Approving officer not confirmed - nothing "
            "recorded."
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ARRANGEMENT-FILE
    IF FILE-STATUS-ARRANGEMENT NOT = "00"
        OPEN OUTPUT ARRANGEMENT-FILE
    END-IF
    MOVE SPACES TO ARRANGEMENT-RECORD
    MOVE WS-ID-INPUT TO ARR-STUDENT-ID
    MOVE WS-TYPE-INPUT TO ARR-TYPE
    MOVE WS-EXTRA-MINUTES TO ARR-EXTRA-MINUTES
    MOVE WS-OFFICER-ID TO ARR-APPROVED-BY
    MOVE WS-TERM-INPUT TO ARR-VALID-TERM
    MOVE 'A' TO ARR-STATUS
    MOVE FUNCTION CURRENT-DATE(1:8) TO ARR-APPROVED-DATE
    WRITE ARRANGEMENT-RECORD
    CLOSE ARRANGEMENT-FILE
    MOVE "ARRANGE-ADD" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING WS-TYPE-INPUT " " WS-EXTRA-MINUTES " MIN "
        WS-TERM-INPUT
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-ARRANGEMENT-ACTION
    DISPLAY "Arrangement recorded for " WS-ID-INPUT
        " - SEAT-PLAN and INVIGILATE will apply it.".

VERIFY-OFFICER.
    *> Any active member of staff other than a view-only account
    *> may approve.
    MOVE 'N' TO WS-OFFICER-OK
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
                IF STAFF-ID = WS-OFFICER-ID
                        AND STAFF-PIN = WS-OFFICER-PIN
                        AND STAFF-ROLE NOT = 'V'
                        AND STAFF-STATUS = 'A'
                    MOVE 'Y' TO WS-OFFICER-OK
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-STAFF NOT = "35"
        CLOSE STAFF-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

REVOKE-ARRANGEMENT.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    DISPLAY "Type to revoke (X, S, W or G): "
    ACCEPT WS-TYPE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT
    MOVE 'N' TO WS-FOUND
    OPEN INPUT ARRANGEMENT-FILE
    IF FILE-STATUS-ARRANGEMENT NOT = "00"
        DISPLAY "No arrangements register on file."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-ARRANGEMENT-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ ARRANGEMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF ARR-STUDENT-ID = WS-ID-INPUT
                        AND ARR-TYPE = WS-TYPE-INPUT
                        AND ARR-ACTIVE
                    MOVE 'R' TO ARR-STATUS
                    MOVE 'Y' TO WS-FOUND
                END-IF
                MOVE ARRANGEMENT-RECORD TO TEMP-ARRANGEMENT-RECORD
                WRITE TEMP-ARRANGEMENT-RECORD
        END-READ
    END-PERFORM
    CLOSE ARRANGEMENT-FILE
    CLOSE TEMP-ARRANGEMENT-FILE
    MOVE 'N' TO WS-EOF
    IF WS-FOUND = 'Y'
        CALL "CBL_DELETE_FILE" USING "exam_arrangements.dat"
        CALL "CBL_RENAME_FILE" USING "temp_arrangements.dat"
            "exam_arrangements.dat"
        MOVE "ARRANGE-REVOKE" TO WS-LOG-FUNCTION
        MOVE SPACES TO WS-LOG-DETAIL
        STRING "TYPE " WS-TYPE-INPUT
            DELIMITED BY SIZE INTO WS-LOG-DETAIL
        PERFORM LOG-ARRANGEMENT-ACTION
        DISPLAY "Arrangement revoked."
    ELSE
        CALL "CBL_DELETE_FILE" USING "temp_arrangements.dat"
        DISPLAY "No active arrangement of that type for "
            WS-ID-INPUT "."
    END-IF.

LIST-STUDENT-ARRANGEMENTS.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT ARRANGEMENT-FILE
    IF FILE-STATUS-ARRANGEMENT NOT = "00"
        DISPLAY "No arrangements register on file."
        SET END-OF-FILE TO TRUE
    ELSE
        DISPLAY "Type           Min Approved-by Term       St "
            "Approved In force"
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ARRANGEMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF ARR-STUDENT-ID = WS-ID-INPUT
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM DESCRIBE-ARRANGEMENT
                    DISPLAY WS-TYPE-WORD " " ARR-EXTRA-MINUTES " "
                        ARR-APPROVED-BY "  " ARR-VALID-TERM " "
                        ARR-STATUS "  " ARR-APPROVED-DATE " "
                        WS-IN-FORCE-WORD
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ARRANGEMENT NOT = "35"
        CLOSE ARRANGEMENT-FILE
        DISPLAY WS-LIST-COUNT " arrangement(s) on record."
    END-IF
    MOVE 'N' TO WS-EOF.

LIST-IN-FORCE.
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT ARRANGEMENT-FILE
    IF FILE-STATUS-ARRANGEMENT NOT = "00"
        DISPLAY "No arrangements register on file."
        SET END-OF-FILE TO TRUE
    ELSE
        DISPLAY "StudentID  Type           Min Term       "
            "Approved-by"
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ARRANGEMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                PERFORM DESCRIBE-ARRANGEMENT
                IF WS-IN-FORCE-WORD = "IN FORCE"
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY ARR-STUDENT-ID " " WS-TYPE-WORD " "
                        ARR-EXTRA-MINUTES " " ARR-VALID-TERM " "
                        ARR-APPROVED-BY
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ARRANGEMENT NOT = "35"
        CLOSE ARRANGEMENT-FILE
        DISPLAY WS-LIST-COUNT " arrangement(s) in force for "
            FUNCTION TRIM(WS-CURRENT-TERM) "."
    END-IF
    MOVE 'N' TO WS-EOF.

DESCRIBE-ARRANGEMENT.
    EVALUATE TRUE
        WHEN ARR-EXTRA-TIME
            MOVE "EXTRA TIME" TO WS-TYPE-WORD
        WHEN ARR-SEPARATE-ROOM
            MOVE "SEPARATE ROOM" TO WS-TYPE-WORD
        WHEN ARR-SCRIBE
            MOVE "SCRIBE" TO WS-TYPE-WORD
        WHEN ARR-GROUND-FLOOR
            MOVE "GROUND FLOOR" TO WS-TYPE-WORD
        WHEN OTHER
            MOVE ARR-TYPE TO WS-TYPE-WORD
    END-EVALUATE
    IF ARR-ACTIVE
            AND (ARR-VALID-TERM = WS-CURRENT-TERM
                OR ARR-VALID-TERM = "PERMANENT")
        MOVE "IN FORCE" TO WS-IN-FORCE-WORD
    ELSE
        MOVE SPACES TO WS-IN-FORCE-WORD
    END-IF.

CHECK-STUDENT-KNOWN.
    MOVE 'N' TO WS-KNOWN
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID1
        READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-KNOWN
        END-READ
        CLOSE STUDENT-FILE-SEM1
    END-IF
    IF WS-KNOWN = 'N'
        OPEN INPUT STUDENT-FILE-SEM2
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-KNOWN
            END-READ
            CLOSE STUDENT-FILE-SEM2
        END-IF
    END-IF
    IF WS-KNOWN = 'N'
        OPEN INPUT STUDENT-FILE-SEM3
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-KNOWN
            END-READ
            CLOSE STUDENT-FILE-SEM3
        END-IF
    END-IF
    IF WS-KNOWN = 'N'
        OPEN INPUT STUDENT-FILE-SEM4
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID4
            READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-KNOWN
            END-READ
            CLOSE STUDENT-FILE-SEM4
        END-IF
    END-IF.

LOG-ARRANGEMENT-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID TO ACT-STAFF-ID
    MOVE WS-LOG-FUNCTION TO ACT-FUNCTION
    MOVE WS-ID-INPUT TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-LOG-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
