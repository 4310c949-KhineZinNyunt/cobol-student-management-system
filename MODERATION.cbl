*> from the grading scale as it goes. The ranked results for
*> semesters 1 and 2 are regenerated once at the end, and the run
*> is logged to moderation_log.dat with the board reference so the
*> adjustment is auditable as one decision. The net movement in
*> the semester mark total goes to activity_log.dat (MODERATION)
*> as one "BAL" entry for the close-of-day balancing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT MODERATION-LOG-FILE ASSIGN TO "moderation_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-MODLOG.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT CHECKSUM-FILE ASSIGN TO WS-CHECKSUM-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MOD-SORT-WORK ASSIGN TO "MODSORT".
    05  MDL-ADJUSTMENT     PIC 9(3).
    05  MDL-AFFECTED       PIC 9(4).

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

FD  CHECKSUM-FILE.
01  CHECKSUM-RECORD        PIC 9(10).

01  WS-LOCK-SEM            PIC 9.
01  FILE-STATUS-GRADING-SCALE PIC XX.
01  FILE-STATUS-MODLOG     PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-BAL-OLD-MARKS       PIC 9(8) VALUE 0.
01  WS-BAL-NEW-MARKS       PIC 9(8) VALUE 0.
01  WS-BAL-DELTA           PIC 9(6) VALUE 0.
01  WS-BAL-SIGN            PIC X.
01  FILE-STATUS-PGMCAT     PIC XX.
01  WS-REC-PGM             PIC X(3).
01  WS-PGMCAT-COUNT        PIC 9(3) VALUE 0.
        STOP RUN
    END-IF
    PERFORM APPLY-MODERATION
    IF WS-AFFECTED-COUNT > 0
        PERFORM LOG-MODERATION-MOVEMENT
    END-IF
    PERFORM REFRESH-CHECKSUM
    IF WS-SEMESTER = 1 OR WS-SEMESTER = 2
        PERFORM REGENERATE-RANKED
                        END-IF
                        IF WITHDRAWN1 NOT = 'W' AND
                                WS-SUBJECT-INDEX > 0
                            ADD TOTAL-MARKS1 TO WS-BAL-OLD-MARKS
                            MOVE MARK1-SUBJ(WS-SUBJECT-INDEX)
                                TO WS-WORK-MARK
                            PERFORM ADJUST-ONE-MARK
                            MOVE WS-NEW-GRADE TO GRADE1
                            REWRITE STUDENT-RECORD-SEM1
                            ADD 1 TO WS-AFFECTED-COUNT
                            ADD TOTAL-MARKS1 TO WS-BAL-NEW-MARKS
                        END-IF
                END-READ
            END-PERFORM
                        END-IF
                        IF WITHDRAWN2 NOT = 'W' AND
                                WS-SUBJECT-INDEX > 0
                            ADD TOTAL-MARKS2 TO WS-BAL-OLD-MARKS
                            MOVE MARK2-SUBJ(WS-SUBJECT-INDEX)
                                TO WS-WORK-MARK
                            PERFORM ADJUST-ONE-MARK
                            MOVE WS-NEW-GRADE TO GRADE2
                            REWRITE STUDENT-RECORD-SEM2
                            ADD 1 TO WS-AFFECTED-COUNT
                            ADD TOTAL-MARKS2 TO WS-BAL-NEW-MARKS
                        END-IF
                END-READ
            END-PERFORM
                        END-IF
                        IF WITHDRAWN3 NOT = 'W' AND
                                WS-SUBJECT-INDEX > 0
                            ADD TOTAL-MARKS3 TO WS-BAL-OLD-MARKS
                            MOVE MARK3-SUBJ(WS-SUBJECT-INDEX)
                                TO WS-WORK-MARK
                            PERFORM ADJUST-ONE-MARK
                            MOVE WS-NEW-GRADE TO GRADE3
                            REWRITE STUDENT-RECORD-SEM3
                            ADD 1 TO WS-AFFECTED-COUNT
                            ADD TOTAL-MARKS3 TO WS-BAL-NEW-MARKS
                        END-IF
                END-READ
            END-PERFORM
                        END-IF
                        IF WITHDRAWN4 NOT = 'W' AND
                                WS-SUBJECT-INDEX > 0
                            ADD TOTAL-MARKS4 TO WS-BAL-OLD-MARKS
                            MOVE MARK4-SUBJ(WS-SUBJECT-INDEX)
                                TO WS-WORK-MARK
                            PERFORM ADJUST-ONE-MARK
                            MOVE WS-NEW-GRADE TO GRADE4
                            REWRITE STUDENT-RECORD-SEM4
                            ADD 1 TO WS-AFFECTED-COUNT
                            ADD TOTAL-MARKS4 TO WS-BAL-NEW-MARKS
                        END-IF
                END-READ
            END-PERFORM
        CLOSE STUDENT-FILE-SEM2
    END-IF.

LOG-MODERATION-MOVEMENT.
    *> One entry for the whole run, like a batch promotion: no
    *> record is added or removed, only the mark total moves.
    IF WS-BAL-NEW-MARKS < WS-BAL-OLD-MARKS
        MOVE '-' TO WS-BAL-SIGN
        COMPUTE WS-BAL-DELTA = WS-BAL-OLD-MARKS - WS-BAL-NEW-MARKS
    ELSE
        MOVE '+' TO WS-BAL-SIGN
        COMPUTE WS-BAL-DELTA = WS-BAL-NEW-MARKS - WS-BAL-OLD-MARKS
    END-IF
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE "MODERATION" TO ACT-STAFF-ID
    MOVE "MODERATION" TO ACT-FUNCTION
    MOVE WS-SEMESTER TO ACT-SEMESTER
    STRING "BAL +0000 " WS-BAL-SIGN WS-BAL-DELTA
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

LOG-MODERATION-RUN.
    OPEN EXTEND MODERATION-LOG-FILE
    IF FILE-STATUS-MODLOG NOT = "00"
