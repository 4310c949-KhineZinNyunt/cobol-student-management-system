        FILE STATUS IS FILE-STATUS-ELIGIBILITY.
    SELECT GRADE-LETTER-FILE ASSIGN TO WS-MAILMERGE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PROFILE-FILE ASSIGN TO "student_profile.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PROFILE.
    SELECT TRAINING-MARKER-FILE ASSIGN TO "training_env.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-TRAINING.


DATA DIVISION.
    05  EC-MIN-ATTENDANCE      PIC 9(3).

FD  GRADE-LETTER-FILE.
01  GRADE-LETTER-RECORD        PIC X(250).

FD  PROFILE-FILE.
01  PROFILE-RECORD.
    05  PRF-STUDENT-ID     PIC X(10).
    05  FILLER             PIC X(168).

FD  TRAINING-MARKER-FILE.
01  TRAINING-MARKER-RECORD.
    05  TRN-MARKER         PIC X(8).
    05  TRN-REFRESH-DATE   PIC X(8).
    05  TRN-REFRESH-TIME   PIC X(6).
    05  TRN-REFRESH-BY     PIC X(10).

WORKING-STORAGE SECTION.
01  WS-INPUT-VALIDATION.
    05  WS-ROSTER-PRINT-DATE   PIC X(10).
    05  WS-ROSTER-COUNT        PIC 9(4) VALUE 0.
    05  WS-ROSTER-LINE         PIC X(100).
    05  WS-ROSTER-DIVIDER      PIC X(77) VALUE ALL '-'.
    05  WS-ROSTER-HEADING.
        10  FILLER             PIC X(13) VALUE "STUDENT ID".
        10  FILLER             PIC X(32) VALUE "NAME".
        10  FILLER             PIC X(7)  VALUE "GRADE".
        10  FILLER             PIC X(10) VALUE "STATUS".
        10  FILLER             PIC X(15) VALUE "PHONE".
    05  WS-ROSTER-DETAIL.
        10  WS-ROSTER-ID       PIC X(13).
        10  WS-ROSTER-NAME     PIC X(32).
        10  WS-ROSTER-GRADE    PIC X(7).
        10  WS-ROSTER-STATUS   PIC X(10).
        10  WS-ROSTER-PHONE    PIC X(15).

01  WS-CHECKSUM-VERIFY.
    05  WS-CHECKSUM-STATUS     PIC XX.
01  WS-MAILMERGE-EXPORT.
    05  WS-MAILMERGE-FILENAME  PIC X(40).
    05  WS-MAILMERGE-COUNT     PIC 9(4) VALUE 0.
    05  WS-MAILMERGE-LINE      PIC X(250).
    05  WS-MAILMERGE-SALUTATION PIC X(10).
    05  WS-MAILMERGE-RESULT    PIC X(20).

*> Contact details carried on the roster and mail-merge exports,
*> masked for viewer-role staff.
01  FILE-STATUS-PROFILE        PIC XX.
01  WS-EXPORT-ID               PIC X(10).
01  WS-EXPORT-EOF              PIC X.
01  WS-EXPORT-MASK-MODE        PIC X.
01  WS-EXPORT-MASK-RESULT      PIC X.
01  WS-EXPORT-PROFILE.
    05  WS-EXP-STUDENT-ID      PIC X(10).
    05  WS-EXP-NAME            PIC X(30).
    05  WS-EXP-DOB             PIC X(8).
    05  WS-EXP-PHONE           PIC X(15).
    05  WS-EXP-EMAIL           PIC X(30).
    05  WS-EXP-ADDRESS         PIC X(40).
    05  WS-EXP-GUARDIAN-NAME   PIC X(30).
    05  WS-EXP-GUARDIAN-PHONE  PIC X(15).

01  WS-STARTUP-CHECK.
    05  WS-STARTUP-MISSING     PIC 9(2) VALUE 0.
    05  WS-STARTUP-FILENAME    PIC X(20).

*> Set when the directory holds a TRAINING-REFRESH training set.
01  WS-TRAINING-SET            PIC X VALUE 'N'.
01  WS-TRAINING-DATE           PIC X(8) VALUE SPACES.
01  FILE-STATUS-TRAINING       PIC XX.

01  WS-FILE-STATUS.
    05  WS-EOF             PIC X VALUE 'N'.
        88  END-OF-FILE     VALUE 'Y'.
01 WS-FEE-MODE           PIC X VALUE 'M'.
01 WS-FEE-ID             PIC X(10).
01 WS-FEE-HOLD           PIC X VALUE 'N'.
01 WS-WHATIF-MODE        PIC X.
01 WS-WHATIF-ID          PIC X(10).
01 WS-BALANCE-DATE       PIC X(8).
01 WS-BALANCE-RESULT     PIC X.

01 WS-SUBJ-SORT-I        PIC 9(4) VALUE 1.
01 WS-SUBJ-SORT-J        PIC 9(4) VALUE 1.
           05  COLOR-BOLD      PIC X(3) VALUE '[1m'.
PROCEDURE DIVISION.
BEGIN.
    PERFORM CHECK-TRAINING-SET
    PERFORM STARTUP-FILE-CHECK
    PERFORM LOAD-ELIGIBILITY-CONFIG
    PERFORM LOGIN-GATE
    END-IF
    PERFORM SHOW-TERM-DATES
    PERFORM UNTIL WS-NUMERIC-CHOICE = 4
        PERFORM SHOW-TRAINING-BANNER
        DISPLAY ESC COLOR-CYAN "**********************************"ESC COLOR-RESET
        DISPLAY ESC COLOR-BOLD"*Student Record Management System*"ESC COLOR-RESET
        DISPLAY ESC COLOR-CYAN "**********************************"ESC COLOR-RESET
    END-PERFORM
    STOP RUN.

CHECK-TRAINING-SET.
    *> TRAINING-REFRESH leaves training_env.dat in the training
    *> directory; its absence means these are the live files.
    OPEN INPUT TRAINING-MARKER-FILE
    IF FILE-STATUS-TRAINING = "00"
        READ TRAINING-MARKER-FILE
            AT END
                CONTINUE
            NOT AT END
                IF TRN-MARKER = "TRAINING"
                    MOVE 'Y' TO WS-TRAINING-SET
                    MOVE TRN-REFRESH-DATE TO WS-TRAINING-DATE
                END-IF
        END-READ
        CLOSE TRAINING-MARKER-FILE
    END-IF.

SHOW-TRAINING-BANNER.
    IF WS-TRAINING-SET = 'Y'
        DISPLAY ESC COLOR-MAGENTA
            "##### TRAINING SET - NOT LIVE DATA (refreshed "
            WS-TRAINING-DATE ") #####" ESC COLOR-RESET
    END-IF.

SHOW-TERM-DATES.
    *> The current term's key dates from the academic calendar, so
    *> the office sees at a glance whether the registration window
    MOVE 'N' TO WS-STAFF-FOUND
    MOVE 'V' TO WS-STAFF-ROLE
    PERFORM LOAD-PIN-POLICY
    PERFORM SHOW-TRAINING-BANNER
    DISPLAY "--- Staff Login Required ---"
    DISPLAY "Enter Staff ID: "
    ACCEPT WS-STAFF-ID
    MOVE 'N' TO WS-VALID-SEMESTER

    PERFORM UNTIL IS-VALID-MANAGE
        PERFORM SHOW-TRAINING-BANNER
        DISPLAY ESC COLOR-CYAN "---------------------------------------------------------" ESC COLOR-RESET
        DISPLAY ESC COLOR-BOLD "Manage Records Menu" ESC COLOR-RESET
        DISPLAY ESC COLOR-YELLOW "1. " ESC COLOR-RESET "Add Record"
    END-IF.

PROFILE-MAINT-PROCESS.
    CALL "PROFILE-MAINT" USING WS-STAFF-ROLE
    PERFORM ASK-TO-CONTINUE.

FEE-LEDGER-PROCESS.
    PERFORM ASK-TO-CONTINUE.

SEARCH-RECORD-PROCESS.
    PERFORM SHOW-TRAINING-BANNER
    DISPLAY "Search by (1) Student ID or (2) Name: "
    ACCEPT WS-SEARCH-MODE
    MOVE "SEARCH-VIEW" TO WS-ACT-FUNCTION
        MOVE WS-NAME-SEARCH TO WS-ACT-DETAIL
        PERFORM LOG-ACTIVITY
        CALL "SEARCH-RECORD" USING WS-SEARCH-MODE, WS-ID-SEARCH,
            WS-NAME-SEARCH, WS-STAFF-ROLE
    ELSE
        MOVE 1 TO WS-SEARCH-MODE
        DISPLAY "Enter Student ID to Search: "
        MOVE WS-ID-SEARCH TO WS-ACT-STUDENT-ID
        PERFORM LOG-ACTIVITY
        CALL "SEARCH-RECORD" USING WS-SEARCH-MODE, WS-ID-SEARCH,
            WS-NAME-SEARCH, WS-STAFF-ROLE
    END-IF
    PERFORM ASK-TO-CONTINUE.
DELETE-RECORD-PROCESS.
            CLOSE STUDENT-FILE-SEM4
    END-EVALUATE.
VIEW-REPORTS.
    PERFORM SHOW-TRAINING-BANNER
    DISPLAY "1. View Roster"
    DISPLAY "2. Class Statistics"
    DISPLAY "3. Subject Grade Sheet"
    DISPLAY "17. Transcript Authenticity Check"
    DISPLAY "18. Data-Quality Repair Worklist"
    DISPLAY "19. Operations Dashboard (morning check)"
    DISPLAY "20. Degree Progress What-If"
    DISPLAY "21. Daily Transaction Balancing"
    DISPLAY "Enter Report Option (1-21): "
    ACCEPT WS-REPORT-CHOICE
    IF WS-REPORT-CHOICE = 12
        CONTINUE
        IF WS-REPORT-CHOICE = 19
            PERFORM OPERATIONS-DASHBOARD
        ELSE
        IF WS-REPORT-CHOICE = 20
            MOVE 'S' TO WS-WHATIF-MODE
            MOVE SPACES TO WS-WHATIF-ID
            CALL "DEGREE-WHATIF" USING WS-WHATIF-MODE, WS-WHATIF-ID
        ELSE
        IF WS-REPORT-CHOICE = 21
            DISPLAY "Business date YYYYMMDD (blank = today): "
            ACCEPT WS-BALANCE-DATE
            CALL "BALANCE-REPORT" USING WS-BALANCE-DATE, WS-STAFF-ID,
                WS-BALANCE-RESULT
        ELSE
        IF WS-REPORT-CHOICE = 5
            PERFORM FILE-INTEGRITY-CHECK
        ELSE
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        PERFORM ASK-TO-CONTINUE
    END-IF.

                              AND (WS-PROGRAM-FILTER = SPACES
                              OR PROGRAM-CODE1 = WS-PROGRAM-FILTER)
                        MOVE STUDENT-ID1 TO WS-ROSTER-ID
                        MOVE STUDENT-ID1 TO WS-EXPORT-ID
                        PERFORM LOOKUP-EXPORT-CONTACTS
                        MOVE WS-EXP-PHONE TO WS-ROSTER-PHONE
                        MOVE STUDENT-NAME1 TO WS-ROSTER-NAME
                        MOVE GRADE1 TO WS-ROSTER-GRADE
                        IF WITHDRAWN1 = 'W'
                              AND (WS-PROGRAM-FILTER = SPACES
                              OR PROGRAM-CODE2 = WS-PROGRAM-FILTER)
                        MOVE STUDENT-ID2 TO WS-ROSTER-ID
                        MOVE STUDENT-ID2 TO WS-EXPORT-ID
                        PERFORM LOOKUP-EXPORT-CONTACTS
                        MOVE WS-EXP-PHONE TO WS-ROSTER-PHONE
                        MOVE STUDENT-NAME2 TO WS-ROSTER-NAME
                        MOVE GRADE2 TO WS-ROSTER-GRADE
                        IF WITHDRAWN2 = 'W'
                              AND (WS-PROGRAM-FILTER = SPACES
                              OR PROGRAM-CODE3 = WS-PROGRAM-FILTER)
                        MOVE STUDENT-ID3 TO WS-ROSTER-ID
                        MOVE STUDENT-ID3 TO WS-EXPORT-ID
                        PERFORM LOOKUP-EXPORT-CONTACTS
                        MOVE WS-EXP-PHONE TO WS-ROSTER-PHONE
                        MOVE STUDENT-NAME3 TO WS-ROSTER-NAME
                        MOVE GRADE3 TO WS-ROSTER-GRADE
                        IF WITHDRAWN3 = 'W'
                              AND (WS-PROGRAM-FILTER = SPACES
                              OR PROGRAM-CODE4 = WS-PROGRAM-FILTER)
                        MOVE STUDENT-ID4 TO WS-ROSTER-ID
                        MOVE STUDENT-ID4 TO WS-EXPORT-ID
                        PERFORM LOOKUP-EXPORT-CONTACTS
                        MOVE WS-EXP-PHONE TO WS-ROSTER-PHONE
                        MOVE STUDENT-NAME4 TO WS-ROSTER-NAME
                        MOVE GRADE4 TO WS-ROSTER-GRADE
                        IF WITHDRAWN4 = 'W'
    MOVE 0 TO WS-MAILMERGE-COUNT
    OPEN OUTPUT GRADE-LETTER-FILE

    MOVE "StudentID,Salutation,StudentName,Grade,TotalMarks,Result,Email,Address"
        TO WS-MAILMERGE-LINE
    WRITE GRADE-LETTER-RECORD FROM WS-MAILMERGE-LINE

                            END-IF
                            STRING "Dear" DELIMITED BY SIZE
                                INTO WS-MAILMERGE-SALUTATION
                            MOVE STUDENT-ID1 TO WS-EXPORT-ID
                            PERFORM LOOKUP-EXPORT-CONTACTS
                            STRING FUNCTION TRIM(STUDENT-ID1) DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                FUNCTION TRIM(WS-MAILMERGE-SALUTATION)
                                TOTAL-MARKS1 DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                WS-MAILMERGE-RESULT DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                FUNCTION TRIM(WS-EXP-EMAIL) DELIMITED BY SIZE
                                ',"' DELIMITED BY SIZE
                                FUNCTION TRIM(WS-EXP-ADDRESS) DELIMITED BY SIZE
                                '"' DELIMITED BY SIZE
                                INTO WS-MAILMERGE-LINE
                            WRITE GRADE-LETTER-RECORD FROM WS-MAILMERGE-LINE
                            ADD 1 TO WS-MAILMERGE-COUNT
                            END-IF
                            STRING "Dear" DELIMITED BY SIZE
                                INTO WS-MAILMERGE-SALUTATION
                            MOVE STUDENT-ID2 TO WS-EXPORT-ID
                            PERFORM LOOKUP-EXPORT-CONTACTS
                            STRING FUNCTION TRIM(STUDENT-ID2) DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                FUNCTION TRIM(WS-MAILMERGE-SALUTATION)
                                TOTAL-MARKS2 DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                WS-MAILMERGE-RESULT DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                FUNCTION TRIM(WS-EXP-EMAIL) DELIMITED BY SIZE
                                ',"' DELIMITED BY SIZE
                                FUNCTION TRIM(WS-EXP-ADDRESS) DELIMITED BY SIZE
                                '"' DELIMITED BY SIZE
                                INTO WS-MAILMERGE-LINE
                            WRITE GRADE-LETTER-RECORD FROM WS-MAILMERGE-LINE
                            ADD 1 TO WS-MAILMERGE-COUNT
                            END-IF
                            STRING "Dear" DELIMITED BY SIZE
                                INTO WS-MAILMERGE-SALUTATION
                            MOVE STUDENT-ID3 TO WS-EXPORT-ID
                            PERFORM LOOKUP-EXPORT-CONTACTS
                            STRING FUNCTION TRIM(STUDENT-ID3) DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                FUNCTION TRIM(WS-MAILMERGE-SALUTATION)
                                TOTAL-MARKS3 DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                WS-MAILMERGE-RESULT DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                FUNCTION TRIM(WS-EXP-EMAIL) DELIMITED BY SIZE
                                ',"' DELIMITED BY SIZE
                                FUNCTION TRIM(WS-EXP-ADDRESS) DELIMITED BY SIZE
                                '"' DELIMITED BY SIZE
                                INTO WS-MAILMERGE-LINE
                            WRITE GRADE-LETTER-RECORD FROM WS-MAILMERGE-LINE
                            ADD 1 TO WS-MAILMERGE-COUNT
                            END-IF
                            STRING "Dear" DELIMITED BY SIZE
                                INTO WS-MAILMERGE-SALUTATION
                            MOVE STUDENT-ID4 TO WS-EXPORT-ID
                            PERFORM LOOKUP-EXPORT-CONTACTS
                            STRING FUNCTION TRIM(STUDENT-ID4) DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                FUNCTION TRIM(WS-MAILMERGE-SALUTATION)
                                TOTAL-MARKS4 DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                WS-MAILMERGE-RESULT DELIMITED BY SIZE
                                "," DELIMITED BY SIZE
                                FUNCTION TRIM(WS-EXP-EMAIL) DELIMITED BY SIZE
                                ',"' DELIMITED BY SIZE
                                FUNCTION TRIM(WS-EXP-ADDRESS) DELIMITED BY SIZE
                                '"' DELIMITED BY SIZE
                                INTO WS-MAILMERGE-LINE
                            WRITE GRADE-LETTER-RECORD FROM WS-MAILMERGE-LINE
                            ADD 1 TO WS-MAILMERGE-COUNT
        FUNCTION TRIM(WS-MAILMERGE-FILENAME) "."
    DISPLAY WS-MAILMERGE-COUNT " student(s) written.".

LOOKUP-EXPORT-CONTACTS.
    *> Loads WS-EXPORT-ID's profile row for the roster and mail-merge
    *> exports; viewer-role staff get it back with contact details
    *> partly blanked, the same masking SEARCH-RECORD applies.
    MOVE SPACES TO WS-EXPORT-PROFILE
    MOVE 'N' TO WS-EXPORT-EOF
    OPEN INPUT PROFILE-FILE
    IF FILE-STATUS-PROFILE NOT = "00"
        MOVE 'Y' TO WS-EXPORT-EOF
    END-IF
    PERFORM UNTIL WS-EXPORT-EOF = 'Y'
        READ PROFILE-FILE
            AT END
                MOVE 'Y' TO WS-EXPORT-EOF
            NOT AT END
                IF PRF-STUDENT-ID = WS-EXPORT-ID
                    MOVE PROFILE-RECORD TO WS-EXPORT-PROFILE
                    MOVE 'Y' TO WS-EXPORT-EOF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROFILE NOT = "35"
        CLOSE PROFILE-FILE
    END-IF
    IF ROLE-VIEWER AND WS-EXPORT-PROFILE NOT = SPACES
        MOVE 'M' TO WS-EXPORT-MASK-MODE
        CALL "PII-MASK" USING WS-EXPORT-MASK-MODE, WS-EXPORT-PROFILE,
            WS-EXPORT-MASK-RESULT
    END-IF.

CLASS-STATISTICS-REPORT.
    MOVE 0 TO WS-STAT-COUNT
    MOVE 0 TO WS-STAT-SUM
        *> MOVE 4 TO WS-NUMERIC-CHOICE
    *> END-IF.
ASK-TO-CONTINUE.
    PERFORM SHOW-TRAINING-BANNER
    DISPLAY "Do you want to continue? (Y/N): "
    ACCEPT WS-CHOICE
    IF WS-CHOICE = 'N' OR WS-CHOICE = 'n'
