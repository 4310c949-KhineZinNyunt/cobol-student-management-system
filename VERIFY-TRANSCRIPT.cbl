      *> code was issued, to whom and when, and recomputes the
      *> results hash from the live ranked results to confirm (or
      *> deny) that exactly those results were issued under it.
      *> Enrollment verification letters (codes starting E) are
      *> checked against the student's enrollment instead: the
      *> semester, cohort and status on the masters and deferral
      *> register today are compared with what the letter stated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "ranked_results_sem2.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RANKED-STATUS.
           SELECT DEFERRAL-FILE
               ASSIGN TO "deferral_register.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS-DEFERRAL.
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
           05  RR2-RANK           PIC 9(3).
           05  RR2-PERCENTILE     PIC 9(3).

       FD  DEFERRAL-FILE.
       01  DEFERRAL-RECORD.
           05  DFR-STUDENT-ID     PIC X(10).
           05  DFR-SEMESTER       PIC 9.
           05  DFR-RETURN-TERM    PIC X(10).
           05  DFR-GRANT-DATE     PIC X(8).
           05  DFR-STATUS         PIC X.
               88  DEFERRAL-ACTIVE   VALUE 'A'.

       FD  STUDENT-FILE-SEM1.
       01  STUDENT-RECORD-SEM1.
           05  STUDENT-ID1        PIC X(10).
           05  STUDENT-NAME1      PIC X(30).
           05  STUDENT-SUBJECTS1.
               10  MARK1-SUBJ     OCCURS 6 TIMES PIC 9(3).
           05  TOTAL-MARKS1       PIC 9(3).
           05  GRADE1             PIC X(2).
           05  ATTENDANCE1        PIC 9(3).
           05  WITHDRAWN1         PIC X.
           05  ELECTIVE-CODE1     PIC X(10).
           05  MARK1-ELECTIVE     PIC 9(3).
           05  COHORT-YEAR1       PIC 9(4).
           05  SECTION1           PIC X.
           05  PROGRAM-CODE1      PIC X(3).

       FD  STUDENT-FILE-SEM2.
       01  STUDENT-RECORD-SEM2.
           05  STUDENT-ID2        PIC X(10).
           05  STUDENT-NAME2      PIC X(30).
           05  STUDENT-SUBJECTS2.
               10  MARK2-SUBJ     OCCURS 6 TIMES PIC 9(3).
           05  TOTAL-MARKS2       PIC 9(3).
           05  GRADE2             PIC X(2).
           05  WITHDRAWN2         PIC X.
           05  ELECTIVE-CODE2     PIC X(10).
           05  MARK2-ELECTIVE     PIC 9(3).
           05  COHORT-YEAR2       PIC 9(4).
           05  SECTION2           PIC X.
           05  PROGRAM-CODE2      PIC X(3).

       FD  STUDENT-FILE-SEM3.
       01  STUDENT-RECORD-SEM3.
           05  STUDENT-ID3        PIC X(10).
           05  STUDENT-NAME3      PIC X(30).
           05  STUDENT-SUBJECTS3.
               10  MARK3-SUBJ     OCCURS 6 TIMES PIC 9(3).
           05  TOTAL-MARKS3       PIC 9(3).
           05  GRADE3             PIC X(2).
           05  WITHDRAWN3         PIC X.
           05  ELECTIVE-CODE3     PIC X(10).
           05  MARK3-ELECTIVE     PIC 9(3).
           05  COHORT-YEAR3       PIC 9(4).
           05  SECTION3           PIC X.
           05  PROGRAM-CODE3      PIC X(3).

       FD  STUDENT-FILE-SEM4.
       01  STUDENT-RECORD-SEM4.
           05  STUDENT-ID4        PIC X(10).
           05  STUDENT-NAME4      PIC X(30).
           05  STUDENT-SUBJECTS4.
               10  MARK4-SUBJ     OCCURS 6 TIMES PIC 9(3).
           05  TOTAL-MARKS4       PIC 9(3).
           05  GRADE4             PIC X(2).
           05  WITHDRAWN4         PIC X.
           05  ELECTIVE-CODE4     PIC X(10).
           05  MARK4-ELECTIVE     PIC 9(3).
           05  COHORT-YEAR4       PIC 9(4).
           05  SECTION4           PIC X.
           05  PROGRAM-CODE4      PIC X(3).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-TREGISTER PIC XX.
       01  WS-RANKED-STATUS      PIC XX.
       01  WS-REG-HASH           PIC 9(10).
       01  WS-RESULTS-HASH       PIC 9(10) VALUE 0.
       01  WS-HASH-IX            PIC 9.
       01  FILE-STATUS-DEFERRAL  PIC XX.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-ENROLL-HASH        PIC 9(10) VALUE 0.
       01  WS-CUR-SEMESTER       PIC 9.
       01  WS-STATUS-BYTE        PIC X.
       01  WS-COHORT-YEAR        PIC 9(4).
       01  WS-DEFERRED           PIC X.
       01  WS-ENROLL-STATUS      PIC 9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-PERFORM
           CLOSE TRANSCRIPT-REGISTER-FILE

           EVALUATE TRUE
               WHEN WS-FOUND = 'N'
                   DISPLAY "DENIED: no transcript was issued under "
                       "code " WS-CODE-INPUT "."
               WHEN WS-CODE-INPUT(1:1) = "E"
                   DISPLAY "Enrollment letter " WS-CODE-INPUT
                       " was issued for student " WS-REG-STUDENT
                       " on " WS-REG-DATE "."
                   PERFORM COMPUTE-ENROLLMENT-HASH
                   IF WS-ENROLL-HASH = WS-REG-HASH
                       DISPLAY "CONFIRMED: the student's enrollment "
                           "is unchanged since the letter was issued."
                   ELSE
                       DISPLAY "CAUTION: the code is genuine, but the "
                           "student's enrollment has changed since the "
                           "letter was issued (semester, leave or "
                           "withdrawal). Check the current record."
                   END-IF
               WHEN OTHER
                   DISPLAY "Code " WS-CODE-INPUT " was issued for "
                       "student " WS-REG-STUDENT " on " WS-REG-DATE "."
                   PERFORM COMPUTE-RESULTS-HASH
                   IF WS-RESULTS-HASH = WS-REG-HASH
                       DISPLAY "CONFIRMED: the results on file today "
                           "match exactly what was issued under this "
                           "code."
                   ELSE
                       DISPLAY "CAUTION: the code is genuine, but the "
                           "results on file have changed since the "
                           "transcript was issued (re-mark or "
                           "correction). Compare the printout against "
                           "the current record."
                   END-IF
           END-EVALUATE
           STOP RUN.

       COMPUTE-RESULTS-HASH.
           IF WS-RANKED-STATUS NOT = "35"
               CLOSE RANKED-RESULTS-SEM2
           END-IF.

       COMPUTE-ENROLLMENT-HASH.
           *> Same enrollment fingerprint ENROLL-LETTER registers
           *> at issue: highest semester master holding the ID, its
           *> cohort, and status 1 enrolled / 2 on leave / 3
           *> withdrawn.
           MOVE 0 TO WS-CUR-SEMESTER
           MOVE 0 TO WS-COHORT-YEAR
           MOVE SPACE TO WS-STATUS-BYTE
           OPEN INPUT STUDENT-FILE-SEM1
           IF WS-MASTER-STATUS = "00"
               MOVE WS-REG-STUDENT TO STUDENT-ID1
               READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-CUR-SEMESTER
                       MOVE WITHDRAWN1 TO WS-STATUS-BYTE
                       MOVE COHORT-YEAR1 TO WS-COHORT-YEAR
               END-READ
               CLOSE STUDENT-FILE-SEM1
           END-IF
           OPEN INPUT STUDENT-FILE-SEM2
           IF WS-MASTER-STATUS = "00"
               MOVE WS-REG-STUDENT TO STUDENT-ID2
               READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 2 TO WS-CUR-SEMESTER
                       MOVE WITHDRAWN2 TO WS-STATUS-BYTE
                       MOVE COHORT-YEAR2 TO WS-COHORT-YEAR
               END-READ
               CLOSE STUDENT-FILE-SEM2
           END-IF
           OPEN INPUT STUDENT-FILE-SEM3
           IF WS-MASTER-STATUS = "00"
               MOVE WS-REG-STUDENT TO STUDENT-ID3
               READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 3 TO WS-CUR-SEMESTER
                       MOVE WITHDRAWN3 TO WS-STATUS-BYTE
                       MOVE COHORT-YEAR3 TO WS-COHORT-YEAR
               END-READ
               CLOSE STUDENT-FILE-SEM3
           END-IF
           OPEN INPUT STUDENT-FILE-SEM4
           IF WS-MASTER-STATUS = "00"
               MOVE WS-REG-STUDENT TO STUDENT-ID4
               READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 4 TO WS-CUR-SEMESTER
                       MOVE WITHDRAWN4 TO WS-STATUS-BYTE
                       MOVE COHORT-YEAR4 TO WS-COHORT-YEAR
               END-READ
               CLOSE STUDENT-FILE-SEM4
           END-IF
           MOVE 'N' TO WS-DEFERRED
           MOVE 'N' TO WS-EOF
           OPEN INPUT DEFERRAL-FILE
           IF FILE-STATUS-DEFERRAL NOT = "00"
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ DEFERRAL-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF DFR-STUDENT-ID = WS-REG-STUDENT
                               AND DEFERRAL-ACTIVE
                           MOVE 'Y' TO WS-DEFERRED
                       END-IF
               END-READ
           END-PERFORM
           IF FILE-STATUS-DEFERRAL NOT = "35"
               CLOSE DEFERRAL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-STATUS-BYTE = 'W'
                   MOVE 3 TO WS-ENROLL-STATUS
               WHEN WS-STATUS-BYTE = 'D' OR WS-DEFERRED = 'Y'
                   MOVE 2 TO WS-ENROLL-STATUS
               WHEN OTHER
                   MOVE 1 TO WS-ENROLL-STATUS
           END-EVALUATE
           COMPUTE WS-ENROLL-HASH = WS-CUR-SEMESTER * 100000
               + WS-COHORT-YEAR * 10 + WS-ENROLL-STATUS.
