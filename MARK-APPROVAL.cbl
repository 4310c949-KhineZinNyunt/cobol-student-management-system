    SELECT RANKED-RESULTS-SEM2-OUT
        ASSIGN TO "ranked_results_sem2.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACTIVITY-STATUS.

DATA DIVISION.
FILE SECTION.
    05  CST-PIN-DATE       PIC X(8).
    05  CST-FORCE-CHANGE   PIC X.

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

FD  PENDING-MARKS-FILE.
01  PENDING-RECORD.
    05 PEND-STATUS        PIC X.
01  WS-SUBJECT-INDEX       PIC 9 VALUE 1.
01  WS-TOTAL-MARKS         PIC 9(4) VALUE 0.
01  WS-GRADE               PIC X(2).
01  WS-ACTIVITY-STATUS     PIC XX.
01  WS-BAL-FUNCTION        PIC X(20).
01  WS-BAL-OLD-MARKS       PIC 9(6) VALUE 0.
01  WS-BAL-NEW-MARKS       PIC 9(6) VALUE 0.
01  WS-BAL-DELTA           PIC 9(6) VALUE 0.
01  WS-BAL-SIGN            PIC X.

01  FILE-STATUS-PGMSCALE   PIC XX.
01  WS-PGM-SCALE-FILENAME  PIC X(25).
                    IF PEND-SEMESTER = 2
                        MOVE 'Y' TO WS-RERANK-SEM2
                    END-IF
                    MOVE "MARK-APPROVE" TO WS-BAL-FUNCTION
                    PERFORM LOG-REVIEW-DECISION
                    DISPLAY "Approved and posted."
                ELSE
                    DISPLAY "Could not post - entry left pending."
                MOVE 'R' TO PEND-STATUS
                MOVE LS-CHECKER-ID TO PEND-CHECKER-ID
                ADD 1 TO WS-REJECTED-COUNT
                MOVE "MARK-REJECT" TO WS-BAL-FUNCTION
                PERFORM LOG-REVIEW-DECISION
                DISPLAY "Rejected - nothing posted."
            WHEN OTHER
                DISPLAY "Skipped - left pending."
        END-EVALUATE
    END-IF.

LOG-REVIEW-DECISION.
    *> An approval posts the queued marks, so its entry carries the
    *> movement in the semester mark total for the close-of-day
    *> balancing; a rejection changes nothing on the master.
    OPEN EXTEND ACTIVITY-FILE
    IF WS-ACTIVITY-STATUS NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE LS-CHECKER-ID TO ACT-STAFF-ID
    MOVE WS-BAL-FUNCTION TO ACT-FUNCTION
    MOVE PEND-STUDENT-ID TO ACT-STUDENT-ID
    MOVE PEND-SEMESTER TO ACT-SEMESTER
    IF WS-BAL-FUNCTION = "MARK-APPROVE"
        IF WS-BAL-NEW-MARKS < WS-BAL-OLD-MARKS
            MOVE '-' TO WS-BAL-SIGN
            COMPUTE WS-BAL-DELTA = WS-BAL-OLD-MARKS - WS-BAL-NEW-MARKS
        ELSE
            MOVE '+' TO WS-BAL-SIGN
            COMPUTE WS-BAL-DELTA = WS-BAL-NEW-MARKS - WS-BAL-OLD-MARKS
        END-IF
        STRING "BAL +0000 " WS-BAL-SIGN WS-BAL-DELTA
            DELIMITED BY SIZE INTO ACT-DETAIL
    END-IF
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

COMPUTE-TOTAL-AND-GRADE.
    MOVE 0 TO WS-TOTAL-MARKS
    PERFORM VARYING WS-SUBJECT-INDEX FROM 1 BY 1
                        MOVE PEND-MARK(4) TO MARK1-CST11501
                        MOVE PEND-MARK(5) TO MARK1-CST11601
                        MOVE PEND-MARK(6) TO MARK1-CST11701
                        MOVE 0 TO WS-BAL-OLD-MARKS
                        IF TOTAL-MARKS1 IS NUMERIC
                            MOVE TOTAL-MARKS1 TO WS-BAL-OLD-MARKS
                        END-IF
                        MOVE WS-TOTAL-MARKS TO TOTAL-MARKS1
                        MOVE TOTAL-MARKS1 TO WS-BAL-NEW-MARKS
                        MOVE WS-GRADE TO GRADE1
                        MOVE PEND-ATTENDANCE TO ATTENDANCE1
                        IF PEND-HAS-ELECTIVE = 'Y'
                        MOVE PEND-MARK(4) TO MARK2-CST12501
                        MOVE PEND-MARK(5) TO MARK2-CST12601
                        MOVE PEND-MARK(6) TO MARK2-CST12701
                        MOVE 0 TO WS-BAL-OLD-MARKS
                        IF TOTAL-MARKS2 IS NUMERIC
                            MOVE TOTAL-MARKS2 TO WS-BAL-OLD-MARKS
                        END-IF
                        MOVE WS-TOTAL-MARKS TO TOTAL-MARKS2
                        MOVE TOTAL-MARKS2 TO WS-BAL-NEW-MARKS
                        MOVE WS-GRADE TO GRADE2
                        IF PEND-HAS-ELECTIVE = 'Y'
                            MOVE PEND-ELECTIVE-CODE TO ELECTIVE-CODE2
                        MOVE PEND-MARK(4) TO MARK3-CST13501
                        MOVE PEND-MARK(5) TO MARK3-CST13601
                        MOVE PEND-MARK(6) TO MARK3-CST13701
                        MOVE 0 TO WS-BAL-OLD-MARKS
                        IF TOTAL-MARKS3 IS NUMERIC
                            MOVE TOTAL-MARKS3 TO WS-BAL-OLD-MARKS
                        END-IF
                        MOVE WS-TOTAL-MARKS TO TOTAL-MARKS3
                        MOVE TOTAL-MARKS3 TO WS-BAL-NEW-MARKS
                        MOVE WS-GRADE TO GRADE3
                        IF PEND-HAS-ELECTIVE = 'Y'
                            MOVE PEND-ELECTIVE-CODE TO ELECTIVE-CODE3
                        MOVE PEND-MARK(4) TO MARK4-CST14501
                        MOVE PEND-MARK(5) TO MARK4-CST14601
                        MOVE PEND-MARK(6) TO MARK4-CST14701
                        MOVE 0 TO WS-BAL-OLD-MARKS
                        IF TOTAL-MARKS4 IS NUMERIC
                            MOVE TOTAL-MARKS4 TO WS-BAL-OLD-MARKS
                        END-IF
                        MOVE WS-TOTAL-MARKS TO TOTAL-MARKS4
                        MOVE TOTAL-MARKS4 TO WS-BAL-NEW-MARKS
                        MOVE WS-GRADE TO GRADE4
                        IF PEND-HAS-ELECTIVE = 'Y'
                            MOVE PEND-ELECTIVE-CODE TO ELECTIVE-CODE4
