IDENTIFICATION DIVISION.
PROGRAM-ID. EXAM-BOARD.

*> External examination board entries and results. Some Semester 4
*> subjects are set and marked by the national examination board;
*> which slots these are is kept on board_config.dat (one Y/N flag
*> per Semester 4 subject slot).
*> Building the entry adds every active Semester 4 student (not
*> withdrawn or deferred) to board_candidates.dat for the
*> examination year, entered for each board-examined subject, and
*> writes board_entry_<year>.dat for the board: one line per
*> candidate per subject with our student ID as the centre
*> reference. The board's candidate numbers are recorded against
*> our student IDs, either from the board's acknowledgement file
*> (board_candidate_numbers.dat) or keyed one at a time; a number
*> can only be held by one candidate in a year.
*> The results import reads board_results.dat (candidate number,
*> subject code, mark), matches each row by candidate number and
*> queues the marks on pending_marks.dat for the normal
*> MARK-APPROVAL double-keying, over the student's current
*> Semester 4 marks, as PROJECT-ADMIN does for the project mark.
*> board_exceptions_<date>.txt lists the board results that could
*> not be matched or posted and the entered candidates still
*> without a result; it is catalogued in the spool. Later imports
*> pick up results the board sends on afterwards.
*> Every change is logged to activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CANDIDATE-FILE ASSIGN TO "board_candidates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CANDIDATE.
    SELECT CONFIG-FILE ASSIGN TO "board_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT ENTRY-FILE ASSIGN TO WS-ENTRY-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ENTRY.
    SELECT NUMBERS-FILE ASSIGN TO "board_candidate_numbers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-NUMBERS.
    SELECT RESULTS-FILE ASSIGN TO "board_results.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-RESULTS.
    SELECT PENDING-MARKS-FILE ASSIGN TO "pending_marks.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PENDING.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REPORT.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT STUDENT-FILE-SEM4 ASSIGN TO "student_sem4.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID4
        FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CANDIDATE-FILE.
01  CANDIDATE-RECORD.
    05  BCR-STUDENT-ID     PIC X(10).
    05  BCR-EXAM-YEAR      PIC X(4).
    05  BCR-CANDIDATE-NO   PIC X(10).
    05  BCR-ENTRY-DATE     PIC X(8).
    05  BCR-SUBJECT        OCCURS 6 TIMES.
        10  BCR-ENTERED    PIC X.
        10  BCR-RESULT-IN  PIC X.
    05  BCR-STATUS         PIC X.
        88  CANDIDATE-ENTERED    VALUE 'E'.
        88  CANDIDATE-NUMBERED   VALUE 'N'.
        88  CANDIDATE-RESULTED   VALUE 'R'.

FD  CONFIG-FILE.
01  CONFIG-RECORD.
    05  BDC-SLOT-FLAG      OCCURS 6 TIMES PIC X.

FD  ENTRY-FILE.
01  ENTRY-RECORD.
    05  BEN-CENTRE-REF     PIC X(10).
    05  BEN-NAME           PIC X(30).
    05  BEN-SUBJECT-CODE   PIC X(10).
    05  BEN-CANDIDATE-NO   PIC X(10).

FD  NUMBERS-FILE.
01  NUMBERS-RECORD.
    05  BCN-CENTRE-REF     PIC X(10).
    05  BCN-CANDIDATE-NO   PIC X(10).

FD  RESULTS-FILE.
01  RESULTS-RECORD.
    05  BRS-CANDIDATE-NO   PIC X(10).
    05  BRS-SUBJECT-CODE   PIC X(10).
    05  BRS-MARK           PIC X(3).

FD  PENDING-MARKS-FILE.
01  PENDING-RECORD.
    05  PEND-STATUS        PIC X.
    05  PEND-SEMESTER      PIC 9.
    05  PEND-STUDENT-ID    PIC X(10).
    05  PEND-MARKS.
        10  PEND-MARK      OCCURS 6 TIMES PIC 9(3).
    05  PEND-ELECTIVE-CODE PIC X(10).
    05  PEND-ELECTIVE-MARK PIC 9(3).
    05  PEND-HAS-ELECTIVE  PIC X.
    05  PEND-ATTENDANCE    PIC 9(3).
    05  PEND-MAKER-ID      PIC X(10).
    05  PEND-CHECKER-ID    PIC X(10).

FD  REPORT-FILE.
01  REPORT-LINE            PIC X(100).

FD  SPOOL-CATALOG-FILE.
01  SPOOL-CATALOG-RECORD.
    05  SPL-RUN-NUMBER     PIC 9(5).
    05  SPL-REPORT-ID      PIC X(20).
    05  SPL-PARAMS         PIC X(20).
    05  SPL-STAFF-ID       PIC X(10).
    05  SPL-TIMESTAMP      PIC X(14).
    05  SPL-FILENAME       PIC X(30).

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

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
01  FILE-STATUS-CANDIDATE  PIC XX.
01  FILE-STATUS-CONFIG     PIC XX.
01  FILE-STATUS-ENTRY      PIC XX.
01  FILE-STATUS-NUMBERS    PIC XX.
01  FILE-STATUS-RESULTS    PIC XX.
01  FILE-STATUS-PENDING    PIC XX.
01  FILE-STATUS-REPORT     PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-TODAY               PIC X(8).
01  WS-EXAM-YEAR           PIC X(4).
01  WS-ID-INPUT            PIC X(10).
01  WS-CAND-INPUT          PIC X(10).
01  WS-FLAG-INPUT          PIC X.
01  WS-SUBJECT-DIGITS      PIC X(6) VALUE "124567".
01  WS-BOARD-SLOTS.
    05  WS-BOARD-SLOT      OCCURS 6 TIMES PIC X VALUE 'N'.
01  WS-BOARD-CODES.
    05  WS-BOARD-CODE      OCCURS 6 TIMES PIC X(10).
01  WS-BOARD-COUNT         PIC 9 VALUE 0.
01  WS-SUBJ-IX             PIC 9.
01  WS-SLOT-IX             PIC 9.
01  WS-STU-FOUND           PIC X.
01  WS-STU-WITHDRAWN       PIC X.
01  WS-STU-NAME            PIC X(30).
01  WS-CUR-MARKS.
    05  WS-CUR-MARK        OCCURS 6 TIMES PIC 9(3).
01  WS-STU-ELECTIVE        PIC X(10).
01  WS-STU-ELEC-MARK       PIC 9(3).
01  WS-LOG-FUNCTION        PIC X(20).
01  WS-LOG-DETAIL          PIC X(25).
01  WS-REPORT-FILENAME     PIC X(40).
01  WS-ENTRY-FILENAME      PIC X(40).
01  WS-REPORT-ID           PIC X(20).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-PARAMS              PIC X(20).
*> board_candidates.dat is held in full while it is worked on and
*> written back afterwards; the result fields are for the current
*> import only.
01  WS-CAND-COUNT          PIC 9(4) VALUE 0.
01  WS-CAND-IX             PIC 9(4).
01  WS-FOUND-IX            PIC 9(4).
01  WS-CAND-TABLE.
    05  WS-CAND-ENTRY      OCCURS 1000 TIMES.
        10  WS-CD-REG.
            15  WS-CD-STUDENT-ID   PIC X(10).
            15  WS-CD-EXAM-YEAR    PIC X(4).
            15  WS-CD-CANDIDATE-NO PIC X(10).
            15  WS-CD-ENTRY-DATE   PIC X(8).
            15  WS-CD-SUBJECT      OCCURS 6 TIMES.
                20  WS-CD-ENTERED  PIC X.
                20  WS-CD-RESULT-IN PIC X.
            15  WS-CD-STATUS       PIC X.
        10  WS-CD-NEW-RESULT   OCCURS 6 TIMES PIC X.
        10  WS-CD-NEW-MARK     OCCURS 6 TIMES PIC 9(3).
01  WS-NEW-COUNT           PIC 9(4) VALUE 0.
01  WS-LINE-COUNT          PIC 9(5) VALUE 0.
01  WS-READ-COUNT          PIC 9(5) VALUE 0.
01  WS-APPLIED-COUNT       PIC 9(4) VALUE 0.
01  WS-REJECT-COUNT        PIC 9(5) VALUE 0.
01  WS-QUEUED-COUNT        PIC 9(4) VALUE 0.
01  WS-MISSING-COUNT       PIC 9(5) VALUE 0.
01  WS-SUBJ-QUEUED         PIC 9 VALUE 0.
01  WS-OUTSTANDING         PIC 9 VALUE 0.
01  WS-APPLY-RESULT        PIC X.
01  WS-EXCEPTION-REASON    PIC X(40).
01  WS-RESULT-MARK         PIC 9(3).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-CONFIG
    DISPLAY "--- External Examination Board ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. Build candidate entry file"
    DISPLAY "2. Import candidate numbers from the board"
    DISPLAY "3. Record a candidate number"
    DISPLAY "4. Import board results (queues for approval)"
    DISPLAY "5. List candidates"
    DISPLAY "6. Board-examined subjects"
    DISPLAY "Enter choice (1-6): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM BUILD-ENTRIES
        WHEN '2'
            PERFORM IMPORT-CANDIDATE-NUMBERS
        WHEN '3'
            PERFORM RECORD-CANDIDATE-NUMBER
        WHEN '4'
            PERFORM IMPORT-BOARD-RESULTS
        WHEN '5'
            PERFORM LIST-CANDIDATES
        WHEN '6'
            PERFORM SET-CONFIG
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

LOAD-CONFIG.
    OPEN INPUT CONFIG-FILE
    IF FILE-STATUS-CONFIG = "00"
        READ CONFIG-FILE
            AT END
                CONTINUE
            NOT AT END
                PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                        UNTIL WS-SUBJ-IX > 6
                    IF BDC-SLOT-FLAG(WS-SUBJ-IX) = 'Y'
                        MOVE 'Y' TO WS-BOARD-SLOT(WS-SUBJ-IX)
                    END-IF
                END-PERFORM
        END-READ
        CLOSE CONFIG-FILE
    END-IF
    PERFORM BUILD-BOARD-CODES.

BUILD-BOARD-CODES.
    MOVE 0 TO WS-BOARD-COUNT
    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
        MOVE SPACES TO WS-BOARD-CODE(WS-SUBJ-IX)
        STRING "CST14" WS-SUBJECT-DIGITS(WS-SUBJ-IX:1) "01"
            DELIMITED BY SIZE INTO WS-BOARD-CODE(WS-SUBJ-IX)
        IF WS-BOARD-SLOT(WS-SUBJ-IX) = 'Y'
            ADD 1 TO WS-BOARD-COUNT
        END-IF
    END-PERFORM.

SET-CONFIG.
    DISPLAY "Is each Semester 4 subject set by the examination board?"
    DISPLAY "(Y/N, Enter keeps the current setting)"
    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
        DISPLAY "  Slot " WS-SUBJ-IX " "
            FUNCTION TRIM(WS-BOARD-CODE(WS-SUBJ-IX)) " ["
            WS-BOARD-SLOT(WS-SUBJ-IX) "]: "
        ACCEPT WS-FLAG-INPUT
        MOVE FUNCTION UPPER-CASE(WS-FLAG-INPUT) TO WS-FLAG-INPUT
        IF WS-FLAG-INPUT = 'Y' OR WS-FLAG-INPUT = 'N'
            MOVE WS-FLAG-INPUT TO WS-BOARD-SLOT(WS-SUBJ-IX)
        END-IF
    END-PERFORM
    PERFORM BUILD-BOARD-CODES
    OPEN OUTPUT CONFIG-FILE
    MOVE SPACES TO CONFIG-RECORD
    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
        MOVE WS-BOARD-SLOT(WS-SUBJ-IX) TO BDC-SLOT-FLAG(WS-SUBJ-IX)
    END-PERFORM
    WRITE CONFIG-RECORD
    CLOSE CONFIG-FILE
    MOVE SPACES TO WS-ID-INPUT
    MOVE "BOARD-CONFIG" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "SLOTS " WS-BOARD-SLOTS
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-BOARD-ACTION
    DISPLAY WS-BOARD-COUNT " subject(s) set by the examination board.".

ACCEPT-EXAM-YEAR.
    DISPLAY "Examination year (YYYY, Enter for " WS-TODAY(1:4) "): "
    ACCEPT WS-EXAM-YEAR
    IF WS-EXAM-YEAR = SPACES
        MOVE WS-TODAY(1:4) TO WS-EXAM-YEAR
    END-IF.

BUILD-ENTRIES.
    IF WS-BOARD-COUNT = 0
        DISPLAY "No subjects are marked as board-examined - set them "
            "under option 6 first."
        EXIT PARAGRAPH
    END-IF
    PERFORM ACCEPT-EXAM-YEAR
    IF WS-EXAM-YEAR IS NOT NUMERIC
        DISPLAY "Invalid year."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-CANDIDATES
    MOVE 0 TO WS-NEW-COUNT
    MOVE 0 TO WS-LINE-COUNT
    MOVE 0 TO WS-READ-COUNT
    MOVE SPACES TO WS-ENTRY-FILENAME
    STRING "board_entry_" WS-EXAM-YEAR ".dat"
        DELIMITED BY SIZE INTO WS-ENTRY-FILENAME
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "Semester 4 master is not available - no entry built."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ENTRY-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM4 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WITHDRAWN4 NOT = 'W' AND WITHDRAWN4 NOT = 'D'
                    PERFORM ENTER-ONE-STUDENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE STUDENT-FILE-SEM4
    CLOSE ENTRY-FILE
    MOVE 'N' TO WS-EOF
    IF WS-NEW-COUNT > 0
        PERFORM SAVE-CANDIDATES
    END-IF
    MOVE SPACES TO WS-ID-INPUT
    MOVE "BOARD-ENTRY" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "YEAR " WS-EXAM-YEAR " NEW " WS-NEW-COUNT
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-BOARD-ACTION
    DISPLAY WS-READ-COUNT " candidate(s), " WS-LINE-COUNT
        " subject entr(ies) written to "
        FUNCTION TRIM(WS-ENTRY-FILENAME)
    DISPLAY WS-NEW-COUNT " candidate(s) newly entered for "
        WS-EXAM-YEAR ".".

ENTER-ONE-STUDENT.
    *> A candidate keeps the subjects and candidate number from the
    *> first entry of the year; later runs only add new students.
    MOVE STUDENT-ID4 TO WS-ID-INPUT
    PERFORM FIND-CANDIDATE-BY-ID
    IF WS-FOUND-IX = 0
        IF WS-CAND-COUNT >= 1000
            DISPLAY "Candidate register is full - " STUDENT-ID4
                " not entered."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CAND-COUNT
        MOVE WS-CAND-COUNT TO WS-FOUND-IX
        MOVE SPACES TO WS-CD-REG(WS-FOUND-IX)
        MOVE STUDENT-ID4 TO WS-CD-STUDENT-ID(WS-FOUND-IX)
        MOVE WS-EXAM-YEAR TO WS-CD-EXAM-YEAR(WS-FOUND-IX)
        MOVE WS-TODAY TO WS-CD-ENTRY-DATE(WS-FOUND-IX)
        PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
            IF WS-BOARD-SLOT(WS-SUBJ-IX) = 'Y'
                MOVE 'Y' TO WS-CD-ENTERED(WS-FOUND-IX, WS-SUBJ-IX)
            ELSE
                MOVE 'N' TO WS-CD-ENTERED(WS-FOUND-IX, WS-SUBJ-IX)
            END-IF
            MOVE 'N' TO WS-CD-RESULT-IN(WS-FOUND-IX, WS-SUBJ-IX)
        END-PERFORM
        MOVE 'E' TO WS-CD-STATUS(WS-FOUND-IX)
        ADD 1 TO WS-NEW-COUNT
    END-IF
    ADD 1 TO WS-READ-COUNT
    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
        IF WS-CD-ENTERED(WS-FOUND-IX, WS-SUBJ-IX) = 'Y'
            MOVE SPACES TO ENTRY-RECORD
            MOVE STUDENT-ID4 TO BEN-CENTRE-REF
            MOVE STUDENT-NAME4 TO BEN-NAME
            MOVE WS-BOARD-CODE(WS-SUBJ-IX) TO BEN-SUBJECT-CODE
            MOVE WS-CD-CANDIDATE-NO(WS-FOUND-IX) TO BEN-CANDIDATE-NO
            WRITE ENTRY-RECORD
            ADD 1 TO WS-LINE-COUNT
        END-IF
    END-PERFORM.

LOAD-CANDIDATES.
    MOVE 0 TO WS-CAND-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT CANDIDATE-FILE
    IF FILE-STATUS-CANDIDATE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CANDIDATE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-CAND-COUNT < 1000
                    ADD 1 TO WS-CAND-COUNT
                    MOVE CANDIDATE-RECORD TO WS-CD-REG(WS-CAND-COUNT)
                    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                            UNTIL WS-SUBJ-IX > 6
                        MOVE 'N' TO
                            WS-CD-NEW-RESULT(WS-CAND-COUNT, WS-SUBJ-IX)
                        MOVE 0 TO
                            WS-CD-NEW-MARK(WS-CAND-COUNT, WS-SUBJ-IX)
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CANDIDATE NOT = "35"
        CLOSE CANDIDATE-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

SAVE-CANDIDATES.
    OPEN OUTPUT CANDIDATE-FILE
    PERFORM VARYING WS-CAND-IX FROM 1 BY 1
            UNTIL WS-CAND-IX > WS-CAND-COUNT
        MOVE WS-CD-REG(WS-CAND-IX) TO CANDIDATE-RECORD
        WRITE CANDIDATE-RECORD
    END-PERFORM
    CLOSE CANDIDATE-FILE.

FIND-CANDIDATE-BY-ID.
    MOVE 0 TO WS-FOUND-IX
    PERFORM VARYING WS-CAND-IX FROM 1 BY 1
            UNTIL WS-CAND-IX > WS-CAND-COUNT OR WS-FOUND-IX > 0
        IF WS-CD-STUDENT-ID(WS-CAND-IX) = WS-ID-INPUT
                AND WS-CD-EXAM-YEAR(WS-CAND-IX) = WS-EXAM-YEAR
            MOVE WS-CAND-IX TO WS-FOUND-IX
        END-IF
    END-PERFORM.

FIND-CANDIDATE-BY-NO.
    MOVE 0 TO WS-FOUND-IX
    PERFORM VARYING WS-CAND-IX FROM 1 BY 1
            UNTIL WS-CAND-IX > WS-CAND-COUNT OR WS-FOUND-IX > 0
        IF WS-CD-CANDIDATE-NO(WS-CAND-IX) = WS-CAND-INPUT
                AND WS-CD-EXAM-YEAR(WS-CAND-IX) = WS-EXAM-YEAR
            MOVE WS-CAND-IX TO WS-FOUND-IX
        END-IF
    END-PERFORM.

IMPORT-CANDIDATE-NUMBERS.
    PERFORM ACCEPT-EXAM-YEAR
    PERFORM LOAD-CANDIDATES
    OPEN INPUT NUMBERS-FILE
    IF FILE-STATUS-NUMBERS NOT = "00"
        DISPLAY "board_candidate_numbers.dat not found - nothing "
            "imported."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-READ-COUNT
    MOVE 0 TO WS-APPLIED-COUNT
    MOVE 0 TO WS-REJECT-COUNT
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ NUMBERS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                MOVE BCN-CENTRE-REF TO WS-ID-INPUT
                MOVE BCN-CANDIDATE-NO TO WS-CAND-INPUT
                PERFORM APPLY-CANDIDATE-NUMBER
                IF WS-APPLY-RESULT NOT = 'Y'
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY "  " BCN-CENTRE-REF " " BCN-CANDIDATE-NO
                        " - " FUNCTION TRIM(WS-EXCEPTION-REASON)
                END-IF
        END-READ
    END-PERFORM
    CLOSE NUMBERS-FILE
    MOVE 'N' TO WS-EOF
    IF WS-APPLIED-COUNT > 0
        PERFORM SAVE-CANDIDATES
    END-IF
    DISPLAY WS-READ-COUNT " row(s) read, " WS-APPLIED-COUNT
        " candidate number(s) recorded, " WS-REJECT-COUNT
        " rejected.".

RECORD-CANDIDATE-NUMBER.
    PERFORM ACCEPT-EXAM-YEAR
    PERFORM LOAD-CANDIDATES
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    DISPLAY "Board candidate number: "
    ACCEPT WS-CAND-INPUT
    MOVE 0 TO WS-APPLIED-COUNT
    PERFORM APPLY-CANDIDATE-NUMBER
    IF WS-APPLY-RESULT NOT = 'Y'
        DISPLAY FUNCTION TRIM(WS-EXCEPTION-REASON)
            " - nothing recorded."
        EXIT PARAGRAPH
    END-IF
    PERFORM SAVE-CANDIDATES
    DISPLAY "Candidate number " FUNCTION TRIM(WS-CAND-INPUT)
        " recorded for " WS-ID-INPUT ".".

APPLY-CANDIDATE-NUMBER.
    *> Records WS-CAND-INPUT against WS-ID-INPUT for the year. The
    *> same number again is accepted quietly; a different number
    *> replaces the old one while no result has been posted.
    MOVE 'N' TO WS-APPLY-RESULT
    MOVE SPACES TO WS-EXCEPTION-REASON
    IF WS-CAND-INPUT = SPACES
        MOVE "NO CANDIDATE NUMBER GIVEN" TO WS-EXCEPTION-REASON
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-CANDIDATE-BY-NO
    IF WS-FOUND-IX > 0
        IF WS-CD-STUDENT-ID(WS-FOUND-IX) = WS-ID-INPUT
            MOVE 'Y' TO WS-APPLY-RESULT
        ELSE
            MOVE SPACES TO WS-EXCEPTION-REASON
            STRING "NUMBER ALREADY HELD BY "
                WS-CD-STUDENT-ID(WS-FOUND-IX)
                DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-CANDIDATE-BY-ID
    IF WS-FOUND-IX = 0
        MOVE "STUDENT NOT ENTERED FOR THIS YEAR"
            TO WS-EXCEPTION-REASON
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
        IF WS-CD-RESULT-IN(WS-FOUND-IX, WS-SUBJ-IX) = 'Y'
            MOVE "RESULTS ALREADY POSTED - NUMBER KEPT"
                TO WS-EXCEPTION-REASON
        END-IF
    END-PERFORM
    IF WS-EXCEPTION-REASON NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CAND-INPUT TO WS-CD-CANDIDATE-NO(WS-FOUND-IX)
    IF WS-CD-STATUS(WS-FOUND-IX) = 'E'
        MOVE 'N' TO WS-CD-STATUS(WS-FOUND-IX)
    END-IF
    MOVE 'Y' TO WS-APPLY-RESULT
    ADD 1 TO WS-APPLIED-COUNT
    MOVE "BOARD-CANDIDATE-NO" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "YEAR " WS-EXAM-YEAR " CAND " WS-CAND-INPUT
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-BOARD-ACTION.

IMPORT-BOARD-RESULTS.
    PERFORM ACCEPT-EXAM-YEAR
    PERFORM LOAD-CANDIDATES
    IF WS-CAND-COUNT = 0
        DISPLAY "No candidates have been entered - nothing imported."
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT RESULTS-FILE
    IF FILE-STATUS-RESULTS NOT = "00"
        DISPLAY "board_results.dat not found - nothing imported."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "board_exceptions_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING "EXAMINATION BOARD RESULTS EXCEPTIONS  YEAR " WS-EXAM-YEAR
        "  (run " WS-TODAY ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "BOARD RESULTS NOT MATCHED OR NOT POSTED" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "CandNo     Subject    Mark StudentID  Reason" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-READ-COUNT
    MOVE 0 TO WS-REJECT-COUNT
    MOVE 0 TO WS-QUEUED-COUNT
    MOVE 0 TO WS-MISSING-COUNT
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ RESULTS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM MATCH-ONE-RESULT
        END-READ
    END-PERFORM
    CLOSE RESULTS-FILE
    MOVE 'N' TO WS-EOF
    PERFORM VARYING WS-CAND-IX FROM 1 BY 1
            UNTIL WS-CAND-IX > WS-CAND-COUNT
        IF WS-CD-EXAM-YEAR(WS-CAND-IX) = WS-EXAM-YEAR
            MOVE WS-CAND-IX TO WS-FOUND-IX
            PERFORM QUEUE-CANDIDATE-RESULTS
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    STRING "Board results not matched or not posted: "
        WS-REJECT-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "ENTERED CANDIDATES WITH NO RESULT" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "StudentID  CandNo     Subject    Note" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-CAND-IX FROM 1 BY 1
            UNTIL WS-CAND-IX > WS-CAND-COUNT
        IF WS-CD-EXAM-YEAR(WS-CAND-IX) = WS-EXAM-YEAR
            PERFORM LIST-MISSING-RESULTS
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    STRING "Entered subjects with no result: " WS-MISSING-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Result rows read: " WS-READ-COUNT
        "   Candidates queued for approval: " WS-QUEUED-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    PERFORM SAVE-CANDIDATES
    MOVE "BOARD-EXCEPTIONS" TO WS-REPORT-ID
    MOVE SPACES TO WS-PARAMS
    STRING "YEAR " WS-EXAM-YEAR
        DELIMITED BY SIZE INTO WS-PARAMS
    PERFORM SPOOL-REGISTER-RUN
    DISPLAY WS-READ-COUNT " result row(s) read; " WS-QUEUED-COUNT
        " candidate(s) queued for approval."
    DISPLAY WS-REJECT-COUNT " result(s) not matched, "
        WS-MISSING-COUNT " entered subject(s) with no result - see "
        FUNCTION TRIM(WS-REPORT-FILENAME).

MATCH-ONE-RESULT.
    MOVE SPACES TO WS-EXCEPTION-REASON
    MOVE SPACES TO WS-ID-INPUT
    MOVE BRS-CANDIDATE-NO TO WS-CAND-INPUT
    PERFORM FIND-CANDIDATE-BY-NO
    IF BRS-CANDIDATE-NO = SPACES OR WS-FOUND-IX = 0
        MOVE "UNKNOWN CANDIDATE NUMBER" TO WS-EXCEPTION-REASON
        PERFORM WRITE-RESULT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CD-STUDENT-ID(WS-FOUND-IX) TO WS-ID-INPUT
    MOVE 0 TO WS-SLOT-IX
    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
        IF BRS-SUBJECT-CODE = WS-BOARD-CODE(WS-SUBJ-IX)
            MOVE WS-SUBJ-IX TO WS-SLOT-IX
        END-IF
    END-PERFORM
    IF WS-SLOT-IX = 0
        MOVE "NOT A SEMESTER 4 SUBJECT" TO WS-EXCEPTION-REASON
        PERFORM WRITE-RESULT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF WS-CD-ENTERED(WS-FOUND-IX, WS-SLOT-IX) NOT = 'Y'
        MOVE "CANDIDATE NOT ENTERED FOR SUBJECT"
            TO WS-EXCEPTION-REASON
        PERFORM WRITE-RESULT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF BRS-MARK IS NOT NUMERIC
        MOVE "NO MARK OR MARK NOT NUMERIC" TO WS-EXCEPTION-REASON
        PERFORM WRITE-RESULT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE BRS-MARK TO WS-RESULT-MARK
    IF WS-RESULT-MARK > 100
        MOVE "MARK OVER 100" TO WS-EXCEPTION-REASON
        PERFORM WRITE-RESULT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF WS-CD-RESULT-IN(WS-FOUND-IX, WS-SLOT-IX) = 'Y'
        MOVE "RESULT ALREADY POSTED" TO WS-EXCEPTION-REASON
        PERFORM WRITE-RESULT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF WS-CD-NEW-RESULT(WS-FOUND-IX, WS-SLOT-IX) = 'Y'
        MOVE "DUPLICATE RESULT IN FILE" TO WS-EXCEPTION-REASON
        PERFORM WRITE-RESULT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-CD-NEW-RESULT(WS-FOUND-IX, WS-SLOT-IX)
    MOVE WS-RESULT-MARK TO WS-CD-NEW-MARK(WS-FOUND-IX, WS-SLOT-IX).

WRITE-RESULT-EXCEPTION.
    MOVE SPACES TO REPORT-LINE
    STRING BRS-CANDIDATE-NO " " BRS-SUBJECT-CODE " " BRS-MARK "  "
        WS-ID-INPUT " " WS-EXCEPTION-REASON
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-REJECT-COUNT.

QUEUE-CANDIDATE-RESULTS.
    *> The board marks replace their subject slots over the
    *> student's current Semester 4 marks, and the whole record goes
    *> to pending_marks.dat for a second staff member to post.
    MOVE 0 TO WS-SUBJ-QUEUED
    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
        IF WS-CD-NEW-RESULT(WS-FOUND-IX, WS-SUBJ-IX) = 'Y'
            ADD 1 TO WS-SUBJ-QUEUED
        END-IF
    END-PERFORM
    IF WS-SUBJ-QUEUED = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CD-STUDENT-ID(WS-FOUND-IX) TO WS-ID-INPUT
    PERFORM FETCH-SEM4-STUDENT
    IF WS-STU-FOUND = 'N'
            OR WS-STU-WITHDRAWN = 'W' OR WS-STU-WITHDRAWN = 'D'
        PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
            IF WS-CD-NEW-RESULT(WS-FOUND-IX, WS-SUBJ-IX) = 'Y'
                MOVE SPACES TO REPORT-LINE
                STRING WS-CD-CANDIDATE-NO(WS-FOUND-IX) " "
                    WS-BOARD-CODE(WS-SUBJ-IX) " "
                    WS-CD-NEW-MARK(WS-FOUND-IX, WS-SUBJ-IX) "  "
                    WS-ID-INPUT " "
                    "NOT ACTIVE ON SEMESTER 4 MASTER"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                ADD 1 TO WS-REJECT-COUNT
                MOVE 'N' TO WS-CD-NEW-RESULT(WS-FOUND-IX, WS-SUBJ-IX)
            END-IF
        END-PERFORM
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-OUTSTANDING
    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
        IF WS-CD-NEW-RESULT(WS-FOUND-IX, WS-SUBJ-IX) = 'Y'
            MOVE WS-CD-NEW-MARK(WS-FOUND-IX, WS-SUBJ-IX)
                TO WS-CUR-MARK(WS-SUBJ-IX)
            MOVE 'Y' TO WS-CD-RESULT-IN(WS-FOUND-IX, WS-SUBJ-IX)
        END-IF
        IF WS-CD-ENTERED(WS-FOUND-IX, WS-SUBJ-IX) = 'Y'
                AND WS-CD-RESULT-IN(WS-FOUND-IX, WS-SUBJ-IX) NOT = 'Y'
            ADD 1 TO WS-OUTSTANDING
        END-IF
    END-PERFORM
    PERFORM QUEUE-PENDING-RECORD
    IF WS-OUTSTANDING = 0
        MOVE 'R' TO WS-CD-STATUS(WS-FOUND-IX)
    END-IF
    ADD 1 TO WS-QUEUED-COUNT
    MOVE "BOARD-RESULT" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "CAND " WS-CD-CANDIDATE-NO(WS-FOUND-IX) " SUBJ "
        WS-SUBJ-QUEUED
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-BOARD-ACTION.

LIST-MISSING-RESULTS.
    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
        IF WS-CD-ENTERED(WS-CAND-IX, WS-SUBJ-IX) = 'Y'
                AND WS-CD-RESULT-IN(WS-CAND-IX, WS-SUBJ-IX) NOT = 'Y'
            MOVE SPACES TO REPORT-LINE
            STRING WS-CD-STUDENT-ID(WS-CAND-IX) " "
                WS-CD-CANDIDATE-NO(WS-CAND-IX) " "
                WS-BOARD-CODE(WS-SUBJ-IX)
                DELIMITED BY SIZE INTO REPORT-LINE
            IF WS-CD-CANDIDATE-NO(WS-CAND-IX) = SPACES
                MOVE "NO CANDIDATE NUMBER RECORDED" TO REPORT-LINE(34:28)
            END-IF
            WRITE REPORT-LINE
            ADD 1 TO WS-MISSING-COUNT
        END-IF
    END-PERFORM.

FETCH-SEM4-STUDENT.
    MOVE 'N' TO WS-STU-FOUND
    MOVE SPACE TO WS-STU-WITHDRAWN
    MOVE SPACES TO WS-STU-NAME
    MOVE SPACES TO WS-STU-ELECTIVE
    MOVE 0 TO WS-STU-ELEC-MARK
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-STU-FOUND
                MOVE WITHDRAWN4 TO WS-STU-WITHDRAWN
                MOVE STUDENT-NAME4 TO WS-STU-NAME
                MOVE STUDENT-SUBJECTS4 TO WS-CUR-MARKS
                MOVE ELECTIVE-CODE4 TO WS-STU-ELECTIVE
                MOVE MARK4-ELECTIVE TO WS-STU-ELEC-MARK
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF.

QUEUE-PENDING-RECORD.
    OPEN EXTEND PENDING-MARKS-FILE
    IF FILE-STATUS-PENDING NOT = "00"
        OPEN OUTPUT PENDING-MARKS-FILE
    END-IF
    MOVE SPACES TO PENDING-RECORD
    MOVE 'P' TO PEND-STATUS
    MOVE 4 TO PEND-SEMESTER
    MOVE WS-ID-INPUT TO PEND-STUDENT-ID
    MOVE WS-CUR-MARKS TO PEND-MARKS
    MOVE WS-STU-ELECTIVE TO PEND-ELECTIVE-CODE
    MOVE WS-STU-ELEC-MARK TO PEND-ELECTIVE-MARK
    IF WS-STU-ELECTIVE = SPACES
        MOVE 'N' TO PEND-HAS-ELECTIVE
    ELSE
        MOVE 'Y' TO PEND-HAS-ELECTIVE
    END-IF
    MOVE 0 TO PEND-ATTENDANCE
    MOVE WS-STAFF-ID TO PEND-MAKER-ID
    MOVE SPACES TO PEND-CHECKER-ID
    WRITE PENDING-RECORD
    CLOSE PENDING-MARKS-FILE.

LIST-CANDIDATES.
    PERFORM ACCEPT-EXAM-YEAR
    PERFORM LOAD-CANDIDATES
    MOVE 0 TO WS-READ-COUNT
    DISPLAY "StudentID  CandNo     Entered  St Subjects (entered/result)"
    PERFORM VARYING WS-CAND-IX FROM 1 BY 1
            UNTIL WS-CAND-IX > WS-CAND-COUNT
        IF WS-CD-EXAM-YEAR(WS-CAND-IX) = WS-EXAM-YEAR
            ADD 1 TO WS-READ-COUNT
            DISPLAY WS-CD-STUDENT-ID(WS-CAND-IX) " "
                WS-CD-CANDIDATE-NO(WS-CAND-IX) " "
                WS-CD-ENTRY-DATE(WS-CAND-IX) " "
                WS-CD-STATUS(WS-CAND-IX) "  "
                WS-CD-SUBJECT(WS-CAND-IX, 1) " "
                WS-CD-SUBJECT(WS-CAND-IX, 2) " "
                WS-CD-SUBJECT(WS-CAND-IX, 3) " "
                WS-CD-SUBJECT(WS-CAND-IX, 4) " "
                WS-CD-SUBJECT(WS-CAND-IX, 5) " "
                WS-CD-SUBJECT(WS-CAND-IX, 6)
        END-IF
    END-PERFORM
    DISPLAY WS-READ-COUNT " candidate(s) entered for " WS-EXAM-YEAR
        " (St: E entered, N numbered, R all results queued).".

SPOOL-REGISTER-RUN.
    MOVE 0 TO WS-SPOOL-RUN
    MOVE 'N' TO WS-SPOOL-EOF
    OPEN INPUT SPOOL-CATALOG-FILE
    IF FILE-STATUS-SPOOL-CAT = "00"
        PERFORM UNTIL WS-SPOOL-EOF = 'Y'
            READ SPOOL-CATALOG-FILE
                AT END
                    MOVE 'Y' TO WS-SPOOL-EOF
                NOT AT END
                    IF SPL-RUN-NUMBER > WS-SPOOL-RUN
                        MOVE SPL-RUN-NUMBER TO WS-SPOOL-RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SPOOL-CATALOG-FILE
    END-IF
    ADD 1 TO WS-SPOOL-RUN
    OPEN EXTEND SPOOL-CATALOG-FILE
    IF FILE-STATUS-SPOOL-CAT NOT = "00"
        OPEN OUTPUT SPOOL-CATALOG-FILE
    END-IF
    MOVE SPACES TO SPOOL-CATALOG-RECORD
    MOVE WS-SPOOL-RUN TO SPL-RUN-NUMBER
    MOVE WS-REPORT-ID TO SPL-REPORT-ID
    MOVE WS-PARAMS TO SPL-PARAMS
    MOVE WS-STAFF-ID TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-REPORT-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.

LOG-BOARD-ACTION.
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
    MOVE 4 TO ACT-SEMESTER
    MOVE WS-LOG-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
