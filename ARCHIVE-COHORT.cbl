*> for each graduate: final classification and certificate serial
*> from award_register.dat plus contact details from
*> student_profile.dat - the record ALUMNI-LOOKUP answers
*> reference checks from without touching the archives. Every
*> record purged from or reinstated on a live master is logged to
*> activity_log.dat (ARCHIVE-PURGE / ARCHIVE-REINSTATE) with its
*> "BAL" movement for the close-of-day balancing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  FILLER             PIC X(48).
    05  TOTAL-MARKS1       PIC 9(3).
    05  FILLER             PIC X(19).
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1   PIC X(3).
FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  FILLER             PIC X(48).
    05  TOTAL-MARKS2       PIC 9(3).
    05  FILLER             PIC X(16).
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2   PIC X(3).
FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  FILLER             PIC X(48).
    05  TOTAL-MARKS3       PIC 9(3).
    05  FILLER             PIC X(16).
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3   PIC X(3).
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  FILLER             PIC X(18).
    05  TOTAL-MARKS4       PIC 9(3).
    05  FILLER             PIC X(16).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4   PIC X(3).
01  WS-OPERATOR-ID         PIC X(10).
01  WS-RST-SEM             PIC 9.
01  WS-WRITE-CLASH         PIC X.
01  WS-BAL-FUNCTION        PIC X(20).
01  WS-BAL-STUDENT         PIC X(10).
01  WS-BAL-SIGN            PIC X.
01  WS-BAL-MARKS           PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
                        MOVE STUDENT-RECORD-SEM1 TO ARCHIVE-RECORD
                        WRITE ARCHIVE-RECORD
                        PERFORM NOTE-ARCHIVED-ID-SEM1
                        MOVE "ARCHIVE-PURGE" TO WS-BAL-FUNCTION
                        MOVE STUDENT-ID1 TO WS-BAL-STUDENT
                        MOVE '-' TO WS-BAL-SIGN
                        MOVE TOTAL-MARKS1 TO WS-BAL-MARKS
                        DELETE STUDENT-FILE-SEM1 RECORD
                        ADD 1 TO WS-ARCHIVED-COUNT
                        PERFORM LOG-MASTER-MOVEMENT
                    END-IF
            END-READ
        END-PERFORM
                        MOVE SPACES TO ARCHIVE-RECORD
                        MOVE STUDENT-RECORD-SEM2 TO ARCHIVE-RECORD
                        WRITE ARCHIVE-RECORD
                        MOVE "ARCHIVE-PURGE" TO WS-BAL-FUNCTION
                        MOVE STUDENT-ID2 TO WS-BAL-STUDENT
                        MOVE '-' TO WS-BAL-SIGN
                        MOVE TOTAL-MARKS2 TO WS-BAL-MARKS
                        DELETE STUDENT-FILE-SEM2 RECORD
                        ADD 1 TO WS-ARCHIVED-COUNT
                        PERFORM LOG-MASTER-MOVEMENT
                    END-IF
            END-READ
        END-PERFORM
                        MOVE SPACES TO ARCHIVE-RECORD
                        MOVE STUDENT-RECORD-SEM3 TO ARCHIVE-RECORD
                        WRITE ARCHIVE-RECORD
                        MOVE "ARCHIVE-PURGE" TO WS-BAL-FUNCTION
                        MOVE STUDENT-ID3 TO WS-BAL-STUDENT
                        MOVE '-' TO WS-BAL-SIGN
                        MOVE TOTAL-MARKS3 TO WS-BAL-MARKS
                        DELETE STUDENT-FILE-SEM3 RECORD
                        ADD 1 TO WS-ARCHIVED-COUNT
                        PERFORM LOG-MASTER-MOVEMENT
                    END-IF
            END-READ
        END-PERFORM
                        MOVE STUDENT-RECORD-SEM4 TO ARCHIVE-RECORD
                        WRITE ARCHIVE-RECORD
                        PERFORM BUILD-ALUMNI-RECORD
                        MOVE "ARCHIVE-PURGE" TO WS-BAL-FUNCTION
                        MOVE STUDENT-ID4 TO WS-BAL-STUDENT
                        MOVE '-' TO WS-BAL-SIGN
                        MOVE TOTAL-MARKS4 TO WS-BAL-MARKS
                        DELETE STUDENT-FILE-SEM4 RECORD
                        ADD 1 TO WS-ARCHIVED-COUNT
                        PERFORM LOG-MASTER-MOVEMENT
                    END-IF
            END-READ
        END-PERFORM
        NOT INVALID KEY
            ADD 1 TO WS-RESTORED-SEMS
            MOVE 1 TO WS-RST-SEM
            MOVE "ARCHIVE-REINSTATE" TO WS-BAL-FUNCTION
            MOVE STUDENT-ID1 TO WS-BAL-STUDENT
            MOVE '+' TO WS-BAL-SIGN
            MOVE TOTAL-MARKS1 TO WS-BAL-MARKS
            PERFORM LOG-MASTER-MOVEMENT
            DISPLAY "Semester 1 record reinstated (cohort "
                WS-NEW-COHORT ")."
    END-WRITE
        NOT INVALID KEY
            ADD 1 TO WS-RESTORED-SEMS
            MOVE 2 TO WS-RST-SEM
            MOVE "ARCHIVE-REINSTATE" TO WS-BAL-FUNCTION
            MOVE STUDENT-ID2 TO WS-BAL-STUDENT
            MOVE '+' TO WS-BAL-SIGN
            MOVE TOTAL-MARKS2 TO WS-BAL-MARKS
            PERFORM LOG-MASTER-MOVEMENT
            DISPLAY "Semester 2 record reinstated (cohort "
                WS-NEW-COHORT ")."
    END-WRITE
        NOT INVALID KEY
            ADD 1 TO WS-RESTORED-SEMS
            MOVE 3 TO WS-RST-SEM
            MOVE "ARCHIVE-REINSTATE" TO WS-BAL-FUNCTION
            MOVE STUDENT-ID3 TO WS-BAL-STUDENT
            MOVE '+' TO WS-BAL-SIGN
            MOVE TOTAL-MARKS3 TO WS-BAL-MARKS
            PERFORM LOG-MASTER-MOVEMENT
            DISPLAY "Semester 3 record reinstated (cohort "
                WS-NEW-COHORT ")."
    END-WRITE
        NOT INVALID KEY
            ADD 1 TO WS-RESTORED-SEMS
            MOVE 4 TO WS-RST-SEM
            MOVE "ARCHIVE-REINSTATE" TO WS-BAL-FUNCTION
            MOVE STUDENT-ID4 TO WS-BAL-STUDENT
            MOVE '+' TO WS-BAL-SIGN
            MOVE TOTAL-MARKS4 TO WS-BAL-MARKS
            PERFORM LOG-MASTER-MOVEMENT
            DISPLAY "Semester 4 record reinstated (cohort "
                WS-NEW-COHORT ")."
    END-WRITE
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

LOG-MASTER-MOVEMENT.
    *> One record and its mark total leaving or rejoining the live
    *> master WS-LOCK-SEM, for the close-of-day balancing.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-OPERATOR-ID TO ACT-STAFF-ID
    MOVE WS-BAL-FUNCTION TO ACT-FUNCTION
    MOVE WS-BAL-STUDENT TO ACT-STUDENT-ID
    MOVE WS-LOCK-SEM TO ACT-SEMESTER
    STRING "BAL " WS-BAL-SIGN "0001 " WS-BAL-SIGN WS-BAL-MARKS
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

BUILD-ALUMNI-RECORD.
    *> One alumni master row per purged final-semester record, so
    *> a reference check never needs the archives restored.
