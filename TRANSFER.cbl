*> records the movement in transfer_register.dat. The source
*> records are marked withdrawn and the register shows the
*> withdrawal was a transfer-out, not a drop-out - nothing is
*> deleted. A transfer-out opens the withdrawal clearance case
*> (CLEARANCE-OPEN) like any other withdrawal, and each record it
*> marks withdrawn is written to edit_audit_log.dat as the same
*> STATUS change EDIT records. Each semester record
*> an import puts on a master is logged to activity_log.dat
*> (TRANSFER-IN) with its "BAL" movement for the close-of-day
*> balancing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ASSIGN TO "transfer_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACTIVITY-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "edit_audit_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  FILLER             PIC X(48).
    05  TOTAL-MARKS1       PIC 9(3).
    05  FILLER             PIC X(5).
    05  WITHDRAWN1         PIC X.
    05  FILLER             PIC X(21).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  FILLER             PIC X(48).
    05  TOTAL-MARKS2       PIC 9(3).
    05  FILLER             PIC X(2).
    05  WITHDRAWN2         PIC X.
    05  FILLER             PIC X(21).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  FILLER             PIC X(48).
    05  TOTAL-MARKS3       PIC 9(3).
    05  FILLER             PIC X(2).
    05  WITHDRAWN3         PIC X.
    05  FILLER             PIC X(21).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  FILLER             PIC X(48).
    05  TOTAL-MARKS4       PIC 9(3).
    05  FILLER             PIC X(2).
    05  WITHDRAWN4         PIC X.
    05  FILLER             PIC X(21).

    05  TRG-CAMPUS         PIC X(15).
    05  TRG-DATE           PIC X(8).

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05  AUDIT-STUDENT-ID   PIC X(10).
    05  AUDIT-SEMESTER     PIC 9.
    05  AUDIT-FIELD-NAME   PIC X(15).
    05  AUDIT-OLD-VALUE    PIC X(30).
    05  AUDIT-NEW-VALUE    PIC X(30).
    05  AUDIT-OPERATOR-ID  PIC X(10).
    05  AUDIT-TIMESTAMP    PIC X(14).

WORKING-STORAGE SECTION.
01  WS-MASTER-STATUS       PIC XX.
01  WS-LOCK-STATUS         PIC XX.
01  WS-AUX-STATUS          PIC XX.
01  WS-TRANSFER-STATUS     PIC XX.
01  WS-REGISTER-STATUS     PIC XX.
01  WS-ACTIVITY-STATUS     PIC XX.
01  WS-AUDIT-STATUS        PIC XX.
01  WS-OLD-FLAG            PIC X.
01  WS-BAL-MARKS           PIC 9(6) VALUE 0.
01  WS-TRANSFER-FILENAME   PIC X(40).
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
01  WS-MODE-CHOICE         PIC X.
01  WS-STUDENT-ID          PIC X(10).
01  WS-CAMPUS              PIC X(15).
01  WS-CLR-OPENED          PIC X VALUE 'N'.
01  WS-CLR-STAFF           PIC X(10) VALUE "TRANSFER".
01  WS-DETAIL-COUNT        PIC 9(5) VALUE 0.
01  WS-CHECKSUM            PIC 9(10) VALUE 0.
01  WS-CHECKSUM-INDEX      PIC 9(3).
                PERFORM ADD-RECORD-TO-CHECKSUM
                *> Mark the source record withdrawn; the transfer
                *> register shows it left as a transfer-out.
                MOVE WITHDRAWN1 TO WS-OLD-FLAG
                MOVE 'W' TO WITHDRAWN1
                REWRITE STUDENT-RECORD-SEM1
                PERFORM LOG-STATUS-CHANGE
        END-READ
        CLOSE STUDENT-FILE-SEM1
    END-IF
                WRITE TRANSFER-RECORD
                ADD 1 TO WS-DETAIL-COUNT
                PERFORM ADD-RECORD-TO-CHECKSUM
                MOVE WITHDRAWN2 TO WS-OLD-FLAG
                MOVE 'W' TO WITHDRAWN2
                REWRITE STUDENT-RECORD-SEM2
                PERFORM LOG-STATUS-CHANGE
        END-READ
        CLOSE STUDENT-FILE-SEM2
    END-IF
                WRITE TRANSFER-RECORD
                ADD 1 TO WS-DETAIL-COUNT
                PERFORM ADD-RECORD-TO-CHECKSUM
                MOVE WITHDRAWN3 TO WS-OLD-FLAG
                MOVE 'W' TO WITHDRAWN3
                REWRITE STUDENT-RECORD-SEM3
                PERFORM LOG-STATUS-CHANGE
        END-READ
        CLOSE STUDENT-FILE-SEM3
    END-IF
                WRITE TRANSFER-RECORD
                ADD 1 TO WS-DETAIL-COUNT
                PERFORM ADD-RECORD-TO-CHECKSUM
                MOVE WITHDRAWN4 TO WS-OLD-FLAG
                MOVE 'W' TO WITHDRAWN4
                REWRITE STUDENT-RECORD-SEM4
                PERFORM LOG-STATUS-CHANGE
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF
RELEASE-SEMESTER-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME.

LOG-STATUS-CHANGE.
    *> The withdrawal goes on the edit audit trail as EDIT writes
    *> it, so the refund run dates it from the transfer.
    IF WS-OLD-FLAG = 'W'
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    MOVE SPACES TO AUDIT-RECORD
    MOVE WS-STUDENT-ID TO AUDIT-STUDENT-ID
    MOVE WS-LOCK-SEM TO AUDIT-SEMESTER
    MOVE "STATUS" TO AUDIT-FIELD-NAME
    MOVE WS-OLD-FLAG TO AUDIT-OLD-VALUE
    MOVE "W" TO AUDIT-NEW-VALUE
    MOVE WS-CLR-STAFF TO AUDIT-OPERATOR-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
    WRITE AUDIT-RECORD
    CLOSE AUDIT-FILE.

RECORD-TRANSFER-OUT.
    OPEN EXTEND TRANSFER-REGISTER-FILE
    IF WS-REGISTER-STATUS NOT = "00"
    MOVE WS-CAMPUS TO TRG-CAMPUS
    MOVE FUNCTION CURRENT-DATE(1:8) TO TRG-DATE
    WRITE TRANSFER-REGISTER-RECORD
    CLOSE TRANSFER-REGISTER-FILE
    *> Leaving for another campus still needs the departments to
    *> clear the student here.
    CALL "CLEARANCE-OPEN" USING WS-STUDENT-ID, WS-CLR-STAFF,
        WS-CLR-OPENED.

TRANSFER-IN.
    DISPLAY "Enter incoming Student ID (names the transfer file): "
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO WS-LOADED-COUNT
            MOVE TOTAL-MARKS1 TO WS-BAL-MARKS
            PERFORM LOG-IMPORT-MOVEMENT
    END-WRITE
    CLOSE STUDENT-FILE-SEM1
    PERFORM RELEASE-SEMESTER-LOCK.
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO WS-LOADED-COUNT
            MOVE TOTAL-MARKS2 TO WS-BAL-MARKS
            PERFORM LOG-IMPORT-MOVEMENT
    END-WRITE
    CLOSE STUDENT-FILE-SEM2
    PERFORM RELEASE-SEMESTER-LOCK.
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO WS-LOADED-COUNT
            MOVE TOTAL-MARKS3 TO WS-BAL-MARKS
            PERFORM LOG-IMPORT-MOVEMENT
    END-WRITE
    CLOSE STUDENT-FILE-SEM3
    PERFORM RELEASE-SEMESTER-LOCK.
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO WS-LOADED-COUNT
            MOVE TOTAL-MARKS4 TO WS-BAL-MARKS
            PERFORM LOG-IMPORT-MOVEMENT
    END-WRITE
    CLOSE STUDENT-FILE-SEM4
    PERFORM RELEASE-SEMESTER-LOCK.

LOG-IMPORT-MOVEMENT.
    *> A transferred-in record adds one record and its mark total
    *> to the semester master, the same movement a registration
    *> carries for the close-of-day balancing.
    OPEN EXTEND ACTIVITY-FILE
    IF WS-ACTIVITY-STATUS NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-CLR-STAFF TO ACT-STAFF-ID
    MOVE "TRANSFER-IN" TO ACT-FUNCTION
    MOVE WS-STUDENT-ID TO ACT-STUDENT-ID
    MOVE WS-LOCK-SEM TO ACT-SEMESTER
    STRING "BAL +0001 +" WS-BAL-MARKS
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

IMPORT-RETAKE-RECORD.
    OPEN EXTEND RETAKE-HISTORY-FILE
    IF WS-AUX-STATUS NOT = "00"
