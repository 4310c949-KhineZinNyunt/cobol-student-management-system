IDENTIFICATION DIVISION.
PROGRAM-ID. ENROLL-LETTER.

*> Enrollment verification letters for banks, embassies, sponsors
*> and landlords. Run for one student (addressee keyed in) or for
*> the request list enrollment_requests.dat (student ID and
*> addressee per line). Each letter confirms, from the masters and
*> deferral_register.dat, the student's current semester (the
*> highest semester master holding the ID), program, cohort, the
*> expected completion (end of semester 4, two years after intake)
*> and enrollment status - ENROLLED, or ON APPROVED LEAVE with the
*> expected return term for a deferral. Withdrawn students, and
*> IDs on no master, are refused and no letter is produced.
*> Every letter carries its own verification code, registered in
*> transcript_register.dat the way transcripts are, so the
*> Transcript Authenticity Check confirms it. Letter codes are
*> E + issue date (YYMMDD) + a three-digit daily sequence, apart
*> from transcript V-codes and GPA G-codes; in place of a results
*> hash the register holds an enrollment fingerprint (semester,
*> cohort and status) so the check can tell whether the student's
*> enrollment has changed since the letter was issued.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQUEST-FILE ASSIGN TO "enrollment_requests.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REQUEST.
    SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TRANSCRIPT-REGISTER-FILE
        ASSIGN TO "transcript_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-TREGISTER.
    SELECT DEFERRAL-FILE ASSIGN TO "deferral_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DEFERRAL.
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
FD  REQUEST-FILE.
01  REQUEST-RECORD.
    05  ERQ-STUDENT-ID     PIC X(10).
    05  ERQ-ADDRESSEE      PIC X(30).

FD  LETTER-FILE.
01  LETTER-LINE            PIC X(80).

FD  TRANSCRIPT-REGISTER-FILE.
01  TRANSCRIPT-REGISTER-RECORD.
    05  TVR-CODE           PIC X(10).
    05  TVR-STUDENT-ID     PIC X(10).
    05  TVR-ISSUE-DATE     PIC X(8).
    05  TVR-RESULTS-HASH   PIC 9(10).

FD  DEFERRAL-FILE.
01  DEFERRAL-RECORD.
    05  DFR-STUDENT-ID     PIC X(10).
    05  DFR-SEMESTER       PIC 9.
    05  DFR-RETURN-TERM    PIC X(10).
    05  DFR-GRANT-DATE     PIC X(8).
    05  DFR-STATUS         PIC X.
        88  DEFERRAL-ACTIVE   VALUE 'A'.
        88  DEFERRAL-RETURNED VALUE 'R'.

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
    05  PROGRAM-CODE1   PIC X(3).

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
    05  PROGRAM-CODE2   PIC X(3).

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
    05  PROGRAM-CODE3   PIC X(3).

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
    05  PROGRAM-CODE4   PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-REQUEST    PIC XX.
01  FILE-STATUS-TREGISTER  PIC XX.
01  FILE-STATUS-DEFERRAL   PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-REQUEST-EOF         PIC X VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-ID-INPUT            PIC X(10).
01  WS-ADDRESSEE           PIC X(30).
01  WS-LETTER-FILENAME     PIC X(40).
01  WS-TODAY               PIC X(8).
01  WS-ISSUED-COUNT        PIC 9(4) VALUE 0.
01  WS-REFUSED-COUNT       PIC 9(4) VALUE 0.

*> Enrollment as found on the masters.
01  WS-CUR-SEMESTER        PIC 9.
01  WS-SEM-IX              PIC 9.
01  WS-SEM-FOUND           PIC X.
01  WS-STUDENT-NAME        PIC X(30).
01  WS-STATUS-BYTE         PIC X.
01  WS-COHORT-YEAR         PIC 9(4).
01  WS-PROGRAM-CODE        PIC X(3).
01  WS-SECTION             PIC X.
01  WS-COMPLETION-YEAR     PIC 9(4).
01  WS-DEFERRED            PIC X.
01  WS-RETURN-TERM         PIC X(10).
01  WS-ENROLL-STATUS       PIC 9.
    88  ENROLL-ACTIVE       VALUE 1.
    88  ENROLL-ON-LEAVE     VALUE 2.
    88  ENROLL-WITHDRAWN    VALUE 3.
01  WS-ENROLL-HASH         PIC 9(10).
01  WS-REFUSE-REASON       PIC X(40).

*> Letter codes: E + YYMMDD + daily sequence.
01  WS-VCODE               PIC X(10).
01  WS-CODE-PREFIX         PIC X(7).
01  WS-CODE-SEQ            PIC 9(3) VALUE 0.
01  WS-REG-SEQ             PIC 9(3).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "===== Enrollment Verification Letters ====="
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM FIND-LAST-CODE-TODAY
    DISPLAY "1. Single student"
    DISPLAY "2. Request list (enrollment_requests.dat)"
    DISPLAY "Choice: "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN "1"
            DISPLAY "Enter Student ID: "
            ACCEPT WS-ID-INPUT
            DISPLAY "Addressed to (Enter for To Whom It May "
                "Concern): "
            ACCEPT WS-ADDRESSEE
            MOVE SPACES TO WS-LETTER-FILENAME
            STRING "enrollment_letter_" FUNCTION TRIM(WS-ID-INPUT)
                "_" WS-TODAY ".txt"
                DELIMITED BY SIZE INTO WS-LETTER-FILENAME
            OPEN OUTPUT LETTER-FILE
            PERFORM ISSUE-ONE-LETTER
            CLOSE LETTER-FILE
            IF WS-ISSUED-COUNT = 0
                CALL "CBL_DELETE_FILE" USING WS-LETTER-FILENAME
            END-IF
        WHEN "2"
            MOVE SPACES TO WS-LETTER-FILENAME
            STRING "enrollment_letters_" WS-TODAY ".txt"
                DELIMITED BY SIZE INTO WS-LETTER-FILENAME
            PERFORM RUN-REQUEST-LIST
        WHEN OTHER
            DISPLAY "Invalid choice."
            STOP RUN
    END-EVALUATE
    IF WS-ISSUED-COUNT > 0
        DISPLAY WS-ISSUED-COUNT " letter(s) written to "
            FUNCTION TRIM(WS-LETTER-FILENAME)
        DISPLAY "Codes are checkable through the Transcript "
            "Authenticity Check."
    END-IF
    IF WS-REFUSED-COUNT > 0
        DISPLAY WS-REFUSED-COUNT " request(s) refused."
    END-IF
    STOP RUN.

RUN-REQUEST-LIST.
    MOVE 'N' TO WS-REQUEST-EOF
    OPEN INPUT REQUEST-FILE
    IF FILE-STATUS-REQUEST NOT = "00"
        DISPLAY "No request list (enrollment_requests.dat) on file."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT LETTER-FILE
    PERFORM UNTIL WS-REQUEST-EOF = 'Y'
        READ REQUEST-FILE
            AT END
                MOVE 'Y' TO WS-REQUEST-EOF
            NOT AT END
                IF ERQ-STUDENT-ID NOT = SPACES
                    MOVE ERQ-STUDENT-ID TO WS-ID-INPUT
                    MOVE ERQ-ADDRESSEE TO WS-ADDRESSEE
                    PERFORM ISSUE-ONE-LETTER
                END-IF
        END-READ
    END-PERFORM
    CLOSE REQUEST-FILE
    CLOSE LETTER-FILE
    IF WS-ISSUED-COUNT = 0
        CALL "CBL_DELETE_FILE" USING WS-LETTER-FILENAME
    END-IF.

ISSUE-ONE-LETTER.
    PERFORM FIND-CURRENT-ENROLLMENT
    IF WS-CUR-SEMESTER = 0
        MOVE "not on any semester master" TO WS-REFUSE-REASON
        PERFORM REFUSE-LETTER
        EXIT PARAGRAPH
    END-IF
    IF ENROLL-WITHDRAWN
        MOVE "withdrawn - enrollment cannot be confirmed"
            TO WS-REFUSE-REASON
        PERFORM REFUSE-LETTER
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CODE-SEQ
    MOVE SPACES TO WS-VCODE
    STRING WS-CODE-PREFIX WS-CODE-SEQ
        DELIMITED BY SIZE INTO WS-VCODE
    PERFORM PRINT-ENROLLMENT-LETTER
    PERFORM REGISTER-LETTER-CODE
    PERFORM LOG-LETTER-ISSUE
    ADD 1 TO WS-ISSUED-COUNT
    DISPLAY "Letter for " WS-ID-INPUT " issued under code "
        WS-VCODE.

REFUSE-LETTER.
    ADD 1 TO WS-REFUSED-COUNT
    DISPLAY "REFUSED " WS-ID-INPUT ": "
        FUNCTION TRIM(WS-REFUSE-REASON).

FIND-CURRENT-ENROLLMENT.
    *> The current semester is the highest master holding the ID;
    *> its status byte decides whether the student is still on the
    *> books ('W' withdrawn, 'D' deferred). An active deferral on
    *> the register also counts as leave.
    MOVE 0 TO WS-CUR-SEMESTER
    MOVE SPACES TO WS-STATUS-BYTE
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        PERFORM FETCH-SEMESTER-RECORD
        IF WS-SEM-FOUND = 'Y'
            *> Fields left from the highest semester found.
            MOVE WS-SEM-IX TO WS-CUR-SEMESTER
        END-IF
    END-PERFORM
    IF WS-CUR-SEMESTER = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-DEFERRAL
    EVALUATE TRUE
        WHEN WS-STATUS-BYTE = 'W'
            SET ENROLL-WITHDRAWN TO TRUE
        WHEN WS-STATUS-BYTE = 'D' OR WS-DEFERRED = 'Y'
            SET ENROLL-ON-LEAVE TO TRUE
        WHEN OTHER
            SET ENROLL-ACTIVE TO TRUE
    END-EVALUATE
    COMPUTE WS-COMPLETION-YEAR = WS-COHORT-YEAR + 2
    *> Enrollment fingerprint registered against the code.
    COMPUTE WS-ENROLL-HASH = WS-CUR-SEMESTER * 100000
        + WS-COHORT-YEAR * 10 + WS-ENROLL-STATUS.

FETCH-SEMESTER-RECORD.
    MOVE 'N' TO WS-SEM-FOUND
    EVALUATE WS-SEM-IX
        WHEN 1
            OPEN INPUT STUDENT-FILE-SEM1
            IF WS-MASTER-STATUS = "00"
                MOVE WS-ID-INPUT TO STUDENT-ID1
                READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-SEM-FOUND
                        MOVE STUDENT-NAME1 TO WS-STUDENT-NAME
                        MOVE WITHDRAWN1 TO WS-STATUS-BYTE
                        MOVE COHORT-YEAR1 TO WS-COHORT-YEAR
                        MOVE PROGRAM-CODE1 TO WS-PROGRAM-CODE
                        MOVE SECTION1 TO WS-SECTION
                END-READ
                CLOSE STUDENT-FILE-SEM1
            END-IF
        WHEN 2
            OPEN INPUT STUDENT-FILE-SEM2
            IF WS-MASTER-STATUS = "00"
                MOVE WS-ID-INPUT TO STUDENT-ID2
                READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-SEM-FOUND
                        MOVE STUDENT-NAME2 TO WS-STUDENT-NAME
                        MOVE WITHDRAWN2 TO WS-STATUS-BYTE
                        MOVE COHORT-YEAR2 TO WS-COHORT-YEAR
                        MOVE PROGRAM-CODE2 TO WS-PROGRAM-CODE
                        MOVE SECTION2 TO WS-SECTION
                END-READ
                CLOSE STUDENT-FILE-SEM2
            END-IF
        WHEN 3
            OPEN INPUT STUDENT-FILE-SEM3
            IF WS-MASTER-STATUS = "00"
                MOVE WS-ID-INPUT TO STUDENT-ID3
                READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-SEM-FOUND
                        MOVE STUDENT-NAME3 TO WS-STUDENT-NAME
                        MOVE WITHDRAWN3 TO WS-STATUS-BYTE
                        MOVE COHORT-YEAR3 TO WS-COHORT-YEAR
                        MOVE PROGRAM-CODE3 TO WS-PROGRAM-CODE
                        MOVE SECTION3 TO WS-SECTION
                END-READ
                CLOSE STUDENT-FILE-SEM3
            END-IF
        WHEN OTHER
            OPEN INPUT STUDENT-FILE-SEM4
            IF WS-MASTER-STATUS = "00"
                MOVE WS-ID-INPUT TO STUDENT-ID4
                READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-SEM-FOUND
                        MOVE STUDENT-NAME4 TO WS-STUDENT-NAME
                        MOVE WITHDRAWN4 TO WS-STATUS-BYTE
                        MOVE COHORT-YEAR4 TO WS-COHORT-YEAR
                        MOVE PROGRAM-CODE4 TO WS-PROGRAM-CODE
                        MOVE SECTION4 TO WS-SECTION
                END-READ
                CLOSE STUDENT-FILE-SEM4
            END-IF
    END-EVALUATE.

CHECK-DEFERRAL.
    MOVE 'N' TO WS-DEFERRED
    MOVE SPACES TO WS-RETURN-TERM
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
                IF DFR-STUDENT-ID = WS-ID-INPUT AND DEFERRAL-ACTIVE
                    MOVE 'Y' TO WS-DEFERRED
                    MOVE DFR-RETURN-TERM TO WS-RETURN-TERM
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DEFERRAL NOT = "35"
        CLOSE DEFERRAL-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

FIND-LAST-CODE-TODAY.
    *> Codes run in sequence within the day so two letters for the
    *> same student on the same day still get distinct codes.
    MOVE SPACES TO WS-CODE-PREFIX
    STRING "E" WS-TODAY(3:6)
        DELIMITED BY SIZE INTO WS-CODE-PREFIX
    MOVE 0 TO WS-CODE-SEQ
    MOVE 'N' TO WS-EOF
    OPEN INPUT TRANSCRIPT-REGISTER-FILE
    IF FILE-STATUS-TREGISTER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ TRANSCRIPT-REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF TVR-CODE(1:7) = WS-CODE-PREFIX
                        AND TVR-CODE(8:3) IS NUMERIC
                    MOVE TVR-CODE(8:3) TO WS-REG-SEQ
                    IF WS-REG-SEQ > WS-CODE-SEQ
                        MOVE WS-REG-SEQ TO WS-CODE-SEQ
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-TREGISTER NOT = "35"
        CLOSE TRANSCRIPT-REGISTER-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

PRINT-ENROLLMENT-LETTER.
    MOVE ALL "=" TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "      UNIVERSITY OF COMPUTER STUDIES" TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "      OFFICE OF THE REGISTRAR" TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE ALL "=" TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "Date of issue: " WS-TODAY
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    IF WS-ADDRESSEE = SPACES
        MOVE "TO WHOM IT MAY CONCERN" TO LETTER-LINE
    ELSE
        STRING "To: " WS-ADDRESSEE
            DELIMITED BY SIZE INTO LETTER-LINE
    END-IF
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "ENROLLMENT VERIFICATION" TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "This letter confirms the enrollment of:" TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "  Name              : " WS-STUDENT-NAME
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "  Student ID        : " WS-ID-INPUT
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "  Program           : " WS-PROGRAM-CODE
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "  Cohort (intake)   : " WS-COHORT-YEAR
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "  Current semester  : " WS-CUR-SEMESTER " of 4"
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "  Expected to complete: end of semester 4, "
        WS-COMPLETION-YEAR
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    IF ENROLL-ON-LEAVE
        STRING "  Enrollment status : ON APPROVED LEAVE"
            DELIMITED BY SIZE INTO LETTER-LINE
        WRITE LETTER-LINE
        IF WS-RETURN-TERM NOT = SPACES
            MOVE SPACES TO LETTER-LINE
            STRING "  Expected to return: " WS-RETURN-TERM
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
        END-IF
        MOVE "  (completion moves back by the period of leave)"
            TO LETTER-LINE
        WRITE LETTER-LINE
    ELSE
        STRING "  Enrollment status : ENROLLED"
            DELIMITED BY SIZE INTO LETTER-LINE
        WRITE LETTER-LINE
    END-IF
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "Verification code: " WS-VCODE
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "The code may be confirmed with the Office of the"
        TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "Registrar. It confirms enrollment as at the date of"
        TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "issue only." TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "______________________________" TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "Registrar" TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE.

REGISTER-LETTER-CODE.
    OPEN EXTEND TRANSCRIPT-REGISTER-FILE
    IF FILE-STATUS-TREGISTER NOT = "00"
        OPEN OUTPUT TRANSCRIPT-REGISTER-FILE
    END-IF
    MOVE SPACES TO TRANSCRIPT-REGISTER-RECORD
    MOVE WS-VCODE TO TVR-CODE
    MOVE WS-ID-INPUT TO TVR-STUDENT-ID
    MOVE WS-TODAY TO TVR-ISSUE-DATE
    MOVE WS-ENROLL-HASH TO TVR-RESULTS-HASH
    WRITE TRANSCRIPT-REGISTER-RECORD
    CLOSE TRANSCRIPT-REGISTER-FILE.

LOG-LETTER-ISSUE.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID TO ACT-STAFF-ID
    MOVE "ENROLL-LETTER" TO ACT-FUNCTION
    MOVE WS-ID-INPUT TO ACT-STUDENT-ID
    MOVE WS-CUR-SEMESTER TO ACT-SEMESTER
    MOVE WS-VCODE TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
