           SELECT CHECKSUM-FILE-SEM4 ASSIGN TO "student_sem4.sum"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKSUM-STATUS-SEM4.
           SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECKSUM-FILE-SEM4.
       01 CHECKSUM-RECORD-SEM4   PIC 9(10).

       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD.
           05 ACT-DATE           PIC X(8).
           05 ACT-TIME           PIC X(6).
           05 ACT-STAFF-ID       PIC X(10).
           05 ACT-FUNCTION       PIC X(20).
           05 ACT-STUDENT-ID     PIC X(10).
           05 ACT-SEMESTER       PIC 9.
           05 ACT-DETAIL         PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
           88 FILE-END           VALUE 'Y'.
       01 WS-MASTER-STATUS         PIC XX.
       01 WS-WAITLIST-STATUS       PIC XX.
       01 WS-VACATED-CODE          PIC X(10) VALUE SPACES.
       01 WS-CLR-OPENED            PIC X VALUE 'N'.
       01 WS-PROMO-FOUND           PIC X VALUE 'N'.
       01 WS-PROMO-ID              PIC X(10).
       01 WS-PROMO-SEM             PIC 9.
           88 CHECKSUM-FILE-NOT-END VALUE 'N'.
       01 WS-CHECKSUM-BUFFER       PIC X(100) VALUE SPACES.
       01 WS-CHECKSUM-INDEX        PIC 9(3) VALUE 0.
       01 WS-ACTIVITY-STATUS       PIC XX.
       01 WS-BAL-OLD-MARKS         PIC 9(6) VALUE 0.
       01 WS-BAL-NEW-MARKS         PIC 9(6) VALUE 0.
       01 WS-BAL-DELTA             PIC 9(6) VALUE 0.
       01 WS-BAL-SIGN              PIC X.

       LINKAGE SECTION.
       01 LS-STUDENT-ID         PIC X(10).
                   MOVE STUDENT-RECORD-SEM1 TO WS-CHECKSUM-BUFFER
                   PERFORM COMPUTE-RECORD-SUM
                   MOVE WS-REC-SUM-WORK TO WS-OLD-REC-SUM
                   MOVE 0 TO WS-BAL-OLD-MARKS
                   IF WS-CHECKSUM-BUFFER(59:3) IS NUMERIC
                       MOVE WS-CHECKSUM-BUFFER(59:3) TO WS-BAL-OLD-MARKS
                   END-IF
                   MOVE PROGRAM-CODE1 TO WS-PGM-CODE
                   PERFORM APPLY-PROGRAM-SCALE
                   PERFORM HANDLE-EDIT-SEM1
                   MOVE STUDENT-RECORD-SEM1 TO WS-CHECKSUM-BUFFER
                   PERFORM COMPUTE-RECORD-SUM
                   MOVE WS-REC-SUM-WORK TO WS-NEW-REC-SUM
                   MOVE 0 TO WS-BAL-NEW-MARKS
                   IF WS-CHECKSUM-BUFFER(59:3) IS NUMERIC
                       MOVE WS-CHECKSUM-BUFFER(59:3) TO WS-BAL-NEW-MARKS
                   END-IF
                   MOVE 'Y' TO WS-INCR-VALID
                   MOVE STUDENT-NAME1 TO WS-NIX-NAME
                   MOVE 1 TO WS-NIX-SEM
           CLOSE AUDIT-FILE

           IF WS-FOUND = 'Y'
               PERFORM LOG-EDIT-POSTING
               PERFORM UPDATE-CHECKSUM-SEM1
               PERFORM UPSERT-NAME-INDEX
               PERFORM FLAG-RANKED-DIRTY-SEM1
                   MOVE STUDENT-RECORD-SEM2 TO WS-CHECKSUM-BUFFER
                   PERFORM COMPUTE-RECORD-SUM
                   MOVE WS-REC-SUM-WORK TO WS-OLD-REC-SUM
                   MOVE 0 TO WS-BAL-OLD-MARKS
                   IF WS-CHECKSUM-BUFFER(59:3) IS NUMERIC
                       MOVE WS-CHECKSUM-BUFFER(59:3) TO WS-BAL-OLD-MARKS
                   END-IF
                   MOVE PROGRAM-CODE2 TO WS-PGM-CODE
                   PERFORM APPLY-PROGRAM-SCALE
                   PERFORM HANDLE-EDIT-SEM2
                   MOVE STUDENT-RECORD-SEM2 TO WS-CHECKSUM-BUFFER
                   PERFORM COMPUTE-RECORD-SUM
                   MOVE WS-REC-SUM-WORK TO WS-NEW-REC-SUM
                   MOVE 0 TO WS-BAL-NEW-MARKS
                   IF WS-CHECKSUM-BUFFER(59:3) IS NUMERIC
                       MOVE WS-CHECKSUM-BUFFER(59:3) TO WS-BAL-NEW-MARKS
                   END-IF
                   MOVE 'Y' TO WS-INCR-VALID
                   MOVE STUDENT-NAME2 TO WS-NIX-NAME
                   MOVE 2 TO WS-NIX-SEM
           CLOSE AUDIT-FILE

           IF WS-FOUND = 'Y'
               PERFORM LOG-EDIT-POSTING
               PERFORM UPDATE-CHECKSUM-SEM2
               PERFORM UPSERT-NAME-INDEX
               PERFORM FLAG-RANKED-DIRTY-SEM2
                   MOVE STUDENT-RECORD-SEM3 TO WS-CHECKSUM-BUFFER
                   PERFORM COMPUTE-RECORD-SUM
                   MOVE WS-REC-SUM-WORK TO WS-OLD-REC-SUM
                   MOVE 0 TO WS-BAL-OLD-MARKS
                   IF WS-CHECKSUM-BUFFER(59:3) IS NUMERIC
                       MOVE WS-CHECKSUM-BUFFER(59:3) TO WS-BAL-OLD-MARKS
                   END-IF
                   MOVE PROGRAM-CODE3 TO WS-PGM-CODE
                   PERFORM APPLY-PROGRAM-SCALE
                   PERFORM HANDLE-EDIT-SEM3
                   MOVE STUDENT-RECORD-SEM3 TO WS-CHECKSUM-BUFFER
                   PERFORM COMPUTE-RECORD-SUM
                   MOVE WS-REC-SUM-WORK TO WS-NEW-REC-SUM
                   MOVE 0 TO WS-BAL-NEW-MARKS
                   IF WS-CHECKSUM-BUFFER(59:3) IS NUMERIC
                       MOVE WS-CHECKSUM-BUFFER(59:3) TO WS-BAL-NEW-MARKS
                   END-IF
                   MOVE 'Y' TO WS-INCR-VALID
                   MOVE STUDENT-NAME3 TO WS-NIX-NAME
                   MOVE 3 TO WS-NIX-SEM
           CLOSE AUDIT-FILE

           IF WS-FOUND = 'Y'
               PERFORM LOG-EDIT-POSTING
               PERFORM UPDATE-CHECKSUM-SEM3
               PERFORM UPSERT-NAME-INDEX
           END-IF
                   MOVE STUDENT-RECORD-SEM4 TO WS-CHECKSUM-BUFFER
                   PERFORM COMPUTE-RECORD-SUM
                   MOVE WS-REC-SUM-WORK TO WS-OLD-REC-SUM
                   MOVE 0 TO WS-BAL-OLD-MARKS
                   IF WS-CHECKSUM-BUFFER(59:3) IS NUMERIC
                       MOVE WS-CHECKSUM-BUFFER(59:3) TO WS-BAL-OLD-MARKS
                   END-IF
                   MOVE PROGRAM-CODE4 TO WS-PGM-CODE
                   PERFORM APPLY-PROGRAM-SCALE
                   PERFORM HANDLE-EDIT-SEM4
                   MOVE STUDENT-RECORD-SEM4 TO WS-CHECKSUM-BUFFER
                   PERFORM COMPUTE-RECORD-SUM
                   MOVE WS-REC-SUM-WORK TO WS-NEW-REC-SUM
                   MOVE 0 TO WS-BAL-NEW-MARKS
                   IF WS-CHECKSUM-BUFFER(59:3) IS NUMERIC
                       MOVE WS-CHECKSUM-BUFFER(59:3) TO WS-BAL-NEW-MARKS
                   END-IF
                   MOVE 'Y' TO WS-INCR-VALID
                   MOVE STUDENT-NAME4 TO WS-NIX-NAME
                   MOVE 4 TO WS-NIX-SEM
           CLOSE AUDIT-FILE

           IF WS-FOUND = 'Y'
               PERFORM LOG-EDIT-POSTING
               PERFORM UPDATE-CHECKSUM-SEM4
               PERFORM UPSERT-NAME-INDEX
           END-IF
                   PERFORM UPDATE-CHECKSUM-SEM4
           END-EVALUATE.

       LOG-EDIT-POSTING.
           *> The edit leaves the record count alone but moves the
           *> semester mark total by the change in TOTAL-MARKS; the
           *> close-of-day balancing report checks the movement against
           *> the master control totals.
           IF WS-BAL-NEW-MARKS < WS-BAL-OLD-MARKS
               MOVE '-' TO WS-BAL-SIGN
               COMPUTE WS-BAL-DELTA =
                   WS-BAL-OLD-MARKS - WS-BAL-NEW-MARKS
           ELSE
               MOVE '+' TO WS-BAL-SIGN
               COMPUTE WS-BAL-DELTA =
                   WS-BAL-NEW-MARKS - WS-BAL-OLD-MARKS
           END-IF
           OPEN EXTEND ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS NOT = "00"
               OPEN OUTPUT ACTIVITY-FILE
           END-IF
           MOVE SPACES TO ACTIVITY-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
           MOVE WS-OPERATOR-ID TO ACT-STAFF-ID
           MOVE "EDIT-POSTED" TO ACT-FUNCTION
           MOVE WS-STUDENT-ID TO ACT-STUDENT-ID
           MOVE WS-SEMESTER TO ACT-SEMESTER
           STRING "BAL +0000 " WS-BAL-SIGN WS-BAL-DELTA
               DELIMITED BY SIZE INTO ACT-DETAIL
           WRITE ACTIVITY-RECORD
           CLOSE ACTIVITY-FILE.

       WRITE-WITHDRAWN-EVENT.
           *> Queues a withdrawal event for the SMS/email gateway.
           OPEN EXTEND OUTBOX-FILE
           MOVE FUNCTION CURRENT-DATE(1:14) TO NTF-TIMESTAMP
           MOVE 'P' TO NTF-DISPATCH
           WRITE OUTBOX-RECORD
           CLOSE OUTBOX-FILE
           *> A fresh withdrawal also opens the departmental
           *> clearance case (hostel, card, scholarship, sponsor,
           *> fees, library, documents).
           IF WS-AUDIT-OLD-VALUE(1:1) NOT = 'W'
               CALL "CLEARANCE-OPEN" USING WS-STUDENT-ID,
                   WS-OPERATOR-ID, WS-CLR-OPENED
           END-IF.

       CATALOG-BACKUP-GENERATION.
           *> Every backup generation is catalogued (file, when,
