*> marks are flagged for a manual choice), retake-history and audit
*> entries are re-pointed at the survivor, and the merge is recorded
*> in merged_ids.dat so SEARCH-RECORD resolves the retired ID to the
*> survivor from then on. Each semester merged is logged to
*> activity_log.dat (MERGE-STUDENT) with its net "BAL" movement -
*> the one record dropped and its mark total - for the
*> close-of-day balancing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT MERGED-IDS-FILE ASSIGN TO "merged_ids.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MERGED-STATUS.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACTIVITY-STATUS.

DATA DIVISION.
FILE SECTION.
    05  MRG-SURVIVOR-ID    PIC X(10).
    05  MRG-DATE           PIC X(8).

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
01  WS-NIX-STATUS          PIC XX.
01  WS-AUX-STATUS          PIC XX.
01  WS-MERGED-STATUS       PIC XX.
01  WS-ACTIVITY-STATUS     PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-SURVIVOR-ID         PIC X(10).
01  WS-DUPLICATE-ID        PIC X(10).
01  WS-DUP-BODY            PIC X(78).
*> TOTAL-MARKS sits at the same offset in every semester's body.
01  WS-DUP-TOTAL           PIC 9(3).
01  WS-SURV-TOTAL          PIC 9(3).
01  WS-BAL-SIGN            PIC X.
01  WS-BAL-COUNT           PIC X(4).
01  WS-BAL-MARKS           PIC 9(6) VALUE 0.
01  WS-SURV-EXISTS         PIC X VALUE 'N'.
01  WS-DUP-EXISTS          PIC X VALUE 'N'.
01  WS-CONFLICT-CHOICE     PIC X.
        NOT INVALID KEY
            MOVE 'Y' TO WS-DUP-EXISTS
            MOVE STUDENT-BODY1 TO WS-DUP-BODY
            MOVE STUDENT-BODY1(49:3) TO WS-DUP-TOTAL
    END-READ
    IF WS-DUP-EXISTS = 'Y'
        MOVE WS-SURVIVOR-ID TO STUDENT-ID1
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-SURV-EXISTS
                MOVE STUDENT-BODY1(49:3) TO WS-SURV-TOTAL
        END-READ
        IF WS-SURV-EXISTS = 'N'
            *> Only the duplicate holds a Semester 1 record: carry
            END-READ
            ADD 1 TO WS-MOVED-COUNT
            DISPLAY "Semester 1: record carried to survivor."
            MOVE '+' TO WS-BAL-SIGN
            MOVE "0000" TO WS-BAL-COUNT
            MOVE 0 TO WS-BAL-MARKS
            PERFORM LOG-MERGE-MOVEMENT
        ELSE
            *> Both IDs hold Semester 1 records - a human decides.
            DISPLAY "Semester 1 CONFLICT: both IDs have records."
                        REWRITE STUDENT-RECORD-SEM1
                END-READ
                DISPLAY "Survivor's Semester 1 record replaced."
                MOVE WS-SURV-TOTAL TO WS-BAL-MARKS
            ELSE
                DISPLAY "Survivor's Semester 1 record kept."
                MOVE WS-DUP-TOTAL TO WS-BAL-MARKS
            END-IF
            MOVE WS-DUPLICATE-ID TO STUDENT-ID1
            READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                    DELETE STUDENT-FILE-SEM1 RECORD
            END-READ
            ADD 1 TO WS-MOVED-COUNT
            MOVE '-' TO WS-BAL-SIGN
            MOVE "0001" TO WS-BAL-COUNT
            PERFORM LOG-MERGE-MOVEMENT
        END-IF
    END-IF
    CLOSE STUDENT-FILE-SEM1
        NOT INVALID KEY
            MOVE 'Y' TO WS-DUP-EXISTS
            MOVE STUDENT-BODY2 TO WS-DUP-BODY
            MOVE STUDENT-BODY2(49:3) TO WS-DUP-TOTAL
    END-READ
    IF WS-DUP-EXISTS = 'Y'
        MOVE WS-SURVIVOR-ID TO STUDENT-ID2
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-SURV-EXISTS
                MOVE STUDENT-BODY2(49:3) TO WS-SURV-TOTAL
        END-READ
        IF WS-SURV-EXISTS = 'N'
            MOVE WS-SURVIVOR-ID TO STUDENT-ID2
            END-READ
            ADD 1 TO WS-MOVED-COUNT
            DISPLAY "Semester 2: record carried to survivor."
            MOVE '+' TO WS-BAL-SIGN
            MOVE "0000" TO WS-BAL-COUNT
            MOVE 0 TO WS-BAL-MARKS
            PERFORM LOG-MERGE-MOVEMENT
        ELSE
            DISPLAY "Semester 2 CONFLICT: both IDs have records."
            DISPLAY "(S) keep survivor's record, (D) replace it "
                        REWRITE STUDENT-RECORD-SEM2
                END-READ
                DISPLAY "Survivor's Semester 2 record replaced."
                MOVE WS-SURV-TOTAL TO WS-BAL-MARKS
            ELSE
                DISPLAY "Survivor's Semester 2 record kept."
                MOVE WS-DUP-TOTAL TO WS-BAL-MARKS
            END-IF
            MOVE WS-DUPLICATE-ID TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                    DELETE STUDENT-FILE-SEM2 RECORD
            END-READ
            ADD 1 TO WS-MOVED-COUNT
            MOVE '-' TO WS-BAL-SIGN
            MOVE "0001" TO WS-BAL-COUNT
            PERFORM LOG-MERGE-MOVEMENT
        END-IF
    END-IF
    CLOSE STUDENT-FILE-SEM2
        NOT INVALID KEY
            MOVE 'Y' TO WS-DUP-EXISTS
            MOVE STUDENT-BODY3 TO WS-DUP-BODY
            MOVE STUDENT-BODY3(49:3) TO WS-DUP-TOTAL
    END-READ
    IF WS-DUP-EXISTS = 'Y'
        MOVE WS-SURVIVOR-ID TO STUDENT-ID3
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-SURV-EXISTS
                MOVE STUDENT-BODY3(49:3) TO WS-SURV-TOTAL
        END-READ
        IF WS-SURV-EXISTS = 'N'
            MOVE WS-SURVIVOR-ID TO STUDENT-ID3
            END-READ
            ADD 1 TO WS-MOVED-COUNT
            DISPLAY "Semester 3: record carried to survivor."
            MOVE '+' TO WS-BAL-SIGN
            MOVE "0000" TO WS-BAL-COUNT
            MOVE 0 TO WS-BAL-MARKS
            PERFORM LOG-MERGE-MOVEMENT
        ELSE
            DISPLAY "Semester 3 CONFLICT: both IDs have records."
            DISPLAY "(S) keep survivor's record, (D) replace it "
                        REWRITE STUDENT-RECORD-SEM3
                END-READ
                DISPLAY "Survivor's Semester 3 record replaced."
                MOVE WS-SURV-TOTAL TO WS-BAL-MARKS
            ELSE
                DISPLAY "Survivor's Semester 3 record kept."
                MOVE WS-DUP-TOTAL TO WS-BAL-MARKS
            END-IF
            MOVE WS-DUPLICATE-ID TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                    DELETE STUDENT-FILE-SEM3 RECORD
            END-READ
            ADD 1 TO WS-MOVED-COUNT
            MOVE '-' TO WS-BAL-SIGN
            MOVE "0001" TO WS-BAL-COUNT
            PERFORM LOG-MERGE-MOVEMENT
        END-IF
    END-IF
    CLOSE STUDENT-FILE-SEM3
        NOT INVALID KEY
            MOVE 'Y' TO WS-DUP-EXISTS
            MOVE STUDENT-BODY4 TO WS-DUP-BODY
            MOVE STUDENT-BODY4(49:3) TO WS-DUP-TOTAL
    END-READ
    IF WS-DUP-EXISTS = 'Y'
        MOVE WS-SURVIVOR-ID TO STUDENT-ID4
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-SURV-EXISTS
                MOVE STUDENT-BODY4(49:3) TO WS-SURV-TOTAL
        END-READ
        IF WS-SURV-EXISTS = 'N'
            MOVE WS-SURVIVOR-ID TO STUDENT-ID4
            END-READ
            ADD 1 TO WS-MOVED-COUNT
            DISPLAY "Semester 4: record carried to survivor."
            MOVE '+' TO WS-BAL-SIGN
            MOVE "0000" TO WS-BAL-COUNT
            MOVE 0 TO WS-BAL-MARKS
            PERFORM LOG-MERGE-MOVEMENT
        ELSE
            DISPLAY "Semester 4 CONFLICT: both IDs have records."
            DISPLAY "(S) keep survivor's record, (D) replace it "
                        REWRITE STUDENT-RECORD-SEM4
                END-READ
                DISPLAY "Survivor's Semester 4 record replaced."
                MOVE WS-SURV-TOTAL TO WS-BAL-MARKS
            ELSE
                DISPLAY "Survivor's Semester 4 record kept."
                MOVE WS-DUP-TOTAL TO WS-BAL-MARKS
            END-IF
            MOVE WS-DUPLICATE-ID TO STUDENT-ID4
            READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                    DELETE STUDENT-FILE-SEM4 RECORD
            END-READ
            ADD 1 TO WS-MOVED-COUNT
            MOVE '-' TO WS-BAL-SIGN
            MOVE "0001" TO WS-BAL-COUNT
            PERFORM LOG-MERGE-MOVEMENT
        END-IF
    END-IF
    CLOSE STUDENT-FILE-SEM4
    DISPLAY "Name index entries re-pointed: " WS-AUX-MOVED
    MOVE 'N' TO WS-EOF.

LOG-MERGE-MOVEMENT.
    *> A merge leaves one record per semester, so the master drops
    *> by the record that was not kept - nothing when the
    *> duplicate's record was simply carried to the survivor.
    OPEN EXTEND ACTIVITY-FILE
    IF WS-ACTIVITY-STATUS NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE "MERGE" TO ACT-STAFF-ID
    MOVE "MERGE-STUDENT" TO ACT-FUNCTION
    MOVE WS-SURVIVOR-ID TO ACT-STUDENT-ID
    MOVE WS-LOCK-SEM TO ACT-SEMESTER
    STRING "BAL " WS-BAL-SIGN WS-BAL-COUNT " " WS-BAL-SIGN
        WS-BAL-MARKS
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

RECORD-MERGE.
    OPEN EXTEND MERGED-IDS-FILE
    IF WS-MERGED-STATUS NOT = "00"
