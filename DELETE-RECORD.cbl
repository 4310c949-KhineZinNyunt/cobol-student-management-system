           SELECT LAST-DELETED-FILE ASSIGN TO "last_deleted.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS-LAST-DELETED.
           SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT LOCK-FILE-SEM1 ASSIGN TO "student_sem1.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
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

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-LAST-DELETED  PIC XX.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-NIX-SEM                PIC 9.
       01  WS-NIX-ID                 PIC X(10).
       01  WS-NIX-NAME               PIC X(30).
       01  WS-ACTIVITY-STATUS        PIC XX.
       01  WS-BAL-FUNCTION           PIC X(20).
       01  WS-BAL-STUDENT            PIC X(10).
       01  WS-BAL-SEM                PIC 9.
       01  WS-BAL-SIGN               PIC X.
       01  WS-BAL-MARKS              PIC 9(6).

       LINKAGE SECTION.
       01  LS-ID-DELETE            PIC X(10).
                       MOVE 'Y' TO WS-INCR-VALID
                       DELETE STUDENT-FILE-SEM1 RECORD
                       MOVE 'Y' TO RECORD-DELETED
                       PERFORM CAPTURE-DELETED-MARKS
               END-READ

               CLOSE STUDENT-FILE-SEM1

               IF RECORD-DELETED = 'Y'
                   MOVE "DELETE-POSTED" TO WS-BAL-FUNCTION
                   MOVE LS-ID-DELETE TO WS-BAL-STUDENT
                   MOVE 1 TO WS-BAL-SEM
                   MOVE '-' TO WS-BAL-SIGN
                   PERFORM LOG-DELETE-POSTING
                   PERFORM UPDATE-CHECKSUM-SEM1
                   PERFORM FLAG-RANKED-DIRTY-SEM1
                   MOVE 1 TO WS-NIX-SEM
                       MOVE 'Y' TO WS-INCR-VALID
                       DELETE STUDENT-FILE-SEM2 RECORD
                       MOVE 'Y' TO RECORD-DELETED
                       PERFORM CAPTURE-DELETED-MARKS
               END-READ

               CLOSE STUDENT-FILE-SEM2

               IF RECORD-DELETED = 'Y'
                   MOVE "DELETE-POSTED" TO WS-BAL-FUNCTION
                   MOVE LS-ID-DELETE TO WS-BAL-STUDENT
                   MOVE 2 TO WS-BAL-SEM
                   MOVE '-' TO WS-BAL-SIGN
                   PERFORM LOG-DELETE-POSTING
                   PERFORM UPDATE-CHECKSUM-SEM2
                   PERFORM FLAG-RANKED-DIRTY-SEM2
                   MOVE 2 TO WS-NIX-SEM
                       MOVE 'Y' TO WS-INCR-VALID
                       DELETE STUDENT-FILE-SEM3 RECORD
                       MOVE 'Y' TO RECORD-DELETED
                       PERFORM CAPTURE-DELETED-MARKS
               END-READ

               CLOSE STUDENT-FILE-SEM3

               IF RECORD-DELETED = 'Y'
                   MOVE "DELETE-POSTED" TO WS-BAL-FUNCTION
                   MOVE LS-ID-DELETE TO WS-BAL-STUDENT
                   MOVE 3 TO WS-BAL-SEM
                   MOVE '-' TO WS-BAL-SIGN
                   PERFORM LOG-DELETE-POSTING
                   PERFORM UPDATE-CHECKSUM-SEM3
                   MOVE 3 TO WS-NIX-SEM
                   PERFORM REMOVE-NAME-INDEX-ENTRY
                       MOVE 'Y' TO WS-INCR-VALID
                       DELETE STUDENT-FILE-SEM4 RECORD
                       MOVE 'Y' TO RECORD-DELETED
                       PERFORM CAPTURE-DELETED-MARKS
               END-READ

               CLOSE STUDENT-FILE-SEM4

               IF RECORD-DELETED = 'Y'
                   MOVE "DELETE-POSTED" TO WS-BAL-FUNCTION
                   MOVE LS-ID-DELETE TO WS-BAL-STUDENT
                   MOVE 4 TO WS-BAL-SEM
                   MOVE '-' TO WS-BAL-SIGN
                   PERFORM LOG-DELETE-POSTING
                   PERFORM UPDATE-CHECKSUM-SEM4
                   MOVE 4 TO WS-NIX-SEM
                   PERFORM REMOVE-NAME-INDEX-ENTRY
                               MOVE 'Y' TO WS-BATCH-MATCH
                           END-IF
                           IF WS-BATCH-MATCH = 'Y'
                               MOVE STUDENT-RECORD-SEM1
                                   TO WS-CHECKSUM-BUFFER
                               PERFORM CAPTURE-DELETED-MARKS
                               MOVE STUDENT-ID1 TO WS-BAL-STUDENT
                               DELETE STUDENT-FILE-SEM1 RECORD
                               MOVE 'Y' TO RECORD-DELETED
                               ADD 1 TO LS-BATCH-COUNT
                               MOVE "DELETE-POSTED" TO WS-BAL-FUNCTION
                               MOVE 1 TO WS-BAL-SEM
                               MOVE '-' TO WS-BAL-SIGN
                               PERFORM LOG-DELETE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
                               MOVE 'Y' TO WS-BATCH-MATCH
                           END-IF
                           IF WS-BATCH-MATCH = 'Y'
                               MOVE STUDENT-RECORD-SEM2
                                   TO WS-CHECKSUM-BUFFER
                               PERFORM CAPTURE-DELETED-MARKS
                               MOVE STUDENT-ID2 TO WS-BAL-STUDENT
                               DELETE STUDENT-FILE-SEM2 RECORD
                               MOVE 'Y' TO RECORD-DELETED
                               ADD 1 TO LS-BATCH-COUNT
                               MOVE "DELETE-POSTED" TO WS-BAL-FUNCTION
                               MOVE 2 TO WS-BAL-SEM
                               MOVE '-' TO WS-BAL-SIGN
                               PERFORM LOG-DELETE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
                               MOVE 'Y' TO WS-BATCH-MATCH
                           END-IF
                           IF WS-BATCH-MATCH = 'Y'
                               MOVE STUDENT-RECORD-SEM3
                                   TO WS-CHECKSUM-BUFFER
                               PERFORM CAPTURE-DELETED-MARKS
                               MOVE STUDENT-ID3 TO WS-BAL-STUDENT
                               DELETE STUDENT-FILE-SEM3 RECORD
                               MOVE 'Y' TO RECORD-DELETED
                               ADD 1 TO LS-BATCH-COUNT
                               MOVE "DELETE-POSTED" TO WS-BAL-FUNCTION
                               MOVE 3 TO WS-BAL-SEM
                               MOVE '-' TO WS-BAL-SIGN
                               PERFORM LOG-DELETE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
                               MOVE 'Y' TO WS-BATCH-MATCH
                           END-IF
                           IF WS-BATCH-MATCH = 'Y'
                               MOVE STUDENT-RECORD-SEM4
                                   TO WS-CHECKSUM-BUFFER
                               PERFORM CAPTURE-DELETED-MARKS
                               MOVE STUDENT-ID4 TO WS-BAL-STUDENT
                               DELETE STUDENT-FILE-SEM4 RECORD
                               MOVE 'Y' TO RECORD-DELETED
                               ADD 1 TO LS-BATCH-COUNT
                               MOVE "DELETE-POSTED" TO WS-BAL-FUNCTION
                               MOVE 4 TO WS-BAL-SEM
                               MOVE '-' TO WS-BAL-SIGN
                               PERFORM LOG-DELETE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
                           MOVE LAST-DELETED-RECORD(1:1)
                               TO WS-NIX-SEM
                       END-IF
                       MOVE LAST-DELETED-RECORD(2:89)
                           TO WS-CHECKSUM-BUFFER
                       PERFORM CAPTURE-DELETED-MARKS
                       EVALUATE LAST-DELETED-RECORD(1:1)
                           WHEN "1"
                               OPEN I-O STUDENT-FILE-SEM1
                   *> The delete removed the student's index row -
                   *> restoring the record restores it too.
                   PERFORM ADD-NAME-INDEX-ENTRY
                   MOVE "DELETE-UNDONE" TO WS-BAL-FUNCTION
                   MOVE WS-NIX-ID TO WS-BAL-STUDENT
                   MOVE WS-NIX-SEM TO WS-BAL-SEM
                   MOVE '+' TO WS-BAL-SIGN
                   PERFORM LOG-DELETE-POSTING
                   CALL "CBL_DELETE_FILE" USING "last_deleted.dat"
               END-IF
           ELSE
               MOVE 'N' TO RECORD-DELETED
           END-IF.

       CAPTURE-DELETED-MARKS.
           *> Every master carries its total at offset 59 - whatever
           *> record image is in the buffer, pick up the total from it.
           MOVE 0 TO WS-BAL-MARKS
           IF WS-CHECKSUM-BUFFER(59:3) IS NUMERIC
               MOVE WS-CHECKSUM-BUFFER(59:3) TO WS-BAL-MARKS
           END-IF.

       LOG-DELETE-POSTING.
           *> One activity entry per record actually removed (or put
           *> back by an undo), carrying the record-count and mark-total
           *> movement the close-of-day balancing report checks against
           *> the master control totals.
           OPEN EXTEND ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS NOT = "00"
               OPEN OUTPUT ACTIVITY-FILE
           END-IF
           MOVE SPACES TO ACTIVITY-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
           MOVE LS-OPERATOR-ID TO ACT-STAFF-ID
           MOVE WS-BAL-FUNCTION TO ACT-FUNCTION
           MOVE WS-BAL-STUDENT TO ACT-STUDENT-ID
           MOVE WS-BAL-SEM TO ACT-SEMESTER
           STRING "BAL " WS-BAL-SIGN "0001 " WS-BAL-SIGN WS-BAL-MARKS
               DELIMITED BY SIZE INTO ACT-DETAIL
           WRITE ACTIVITY-RECORD
           CLOSE ACTIVITY-FILE.

       CHECK-TERM-CLOSE.
           *> Once a term is formally closed (TERM-CLOSE), a change to
           *> that semester needs a supervisor override, and the
