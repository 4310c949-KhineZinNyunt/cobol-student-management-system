IDENTIFICATION DIVISION.
PROGRAM-ID. CONVOCATION.

*> Graduation ceremony (convocation) subsystem, built on the files
*> DEGREE-AUDIT and AWARD-RUN already keep. A graduand can only be
*> registered once DEGREE-AUDIT has cleared them (their
*> clearance_<ID>.txt certificate is on file); the honours class
*> is taken from award_register.dat. convocation_register.dat
*> holds one row per graduand: attending ('A') or in absentia
*> ('I'), guest tickets (attending only, up to the limit in
*> convocation_config.dat) and a phonetic spelling of the name for
*> the reader on the day.
*> Registering posts the ceremony fee to fee_ledger.dat, plus the
*> gown fee for anyone attending; switching to in absentia later
*> cancels the gown fee (a credit against the gown charge, not a
*> fee waiver), switching back charges it again.
*> Before the stage-order list is printed every graduand is
*> checked for an outstanding fee balance or an open discipline
*> case; those held are listed on screen and flagged HOLD on the
*> list. The list itself (stage_order_<date>.txt, catalogued as
*> CONVOCATION) runs by program, then honours class (distinction,
*> merit, pass, unclassified), then name, with the in-absentia
*> graduands listed after for the reader to announce.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONFIG-FILE ASSIGN TO "convocation_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT CONVOCATION-FILE ASSIGN TO "convocation_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONVOCATION.
    SELECT TEMP-CONVOCATION-FILE ASSIGN TO "temp_convocation.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CLEARANCE-FILE ASSIGN TO WS-CLEARANCE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CLEARANCE.
    SELECT AWARD-REGISTER-FILE ASSIGN TO "award_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-AWARD.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT DISCIPLINE-FILE ASSIGN TO "discipline_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DISCIPLINE.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.
    SELECT STAGE-SORT-WORK ASSIGN TO "STGSORT".
    SELECT STAGE-SORTED-FILE ASSIGN TO "stage_sort.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STUDENT-FILE-SEM4 ASSIGN TO "student_sem4.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID4
        FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONFIG-FILE.
01  CONFIG-RECORD.
    05  CVC-CEREMONY-DATE  PIC X(8).
    05  CVC-GUEST-LIMIT    PIC 9(2).
    05  CVC-GOWN-FEE       PIC 9(5)V99.
    05  CVC-CEREMONY-FEE   PIC 9(5)V99.

FD  CONVOCATION-FILE.
01  CONVOCATION-RECORD.
    05  CNV-STUDENT-ID     PIC X(10).
    05  CNV-NAME           PIC X(30).
    05  CNV-PHONETIC       PIC X(30).
    05  CNV-PROGRAM-CODE   PIC X(3).
    05  CNV-CLASS          PIC X(12).
    05  CNV-MODE           PIC X.
        88  CNV-ATTENDING   VALUE 'A'.
        88  CNV-IN-ABSENTIA VALUE 'I'.
    05  CNV-GUESTS         PIC 9(2).
    05  CNV-REG-DATE       PIC X(8).

FD  TEMP-CONVOCATION-FILE.
01  TEMP-CONVOCATION-RECORD PIC X(96).

FD  CLEARANCE-FILE.
01  CLEARANCE-LINE         PIC X(80).

FD  AWARD-REGISTER-FILE.
01  AWARD-REGISTER-RECORD.
    05  AWD-SERIAL         PIC 9(6).
    05  AWD-STUDENT-ID     PIC X(10).
    05  AWD-NAME           PIC X(30).
    05  AWD-CLASS          PIC X(12).
    05  AWD-GRAND-TOTAL    PIC 9(4).
    05  AWD-ISSUE-DATE     PIC X(8).
    05  AWD-REPRINT-COUNT  PIC 9(2).

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-WAIVER   VALUE 'W'.
        88  FEE-IS-REFUND   VALUE 'R'.
        88  FEE-IS-REVERSAL VALUE 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  DISCIPLINE-FILE.
01  DISCIPLINE-RECORD.
    05  DSC-CASE-NO        PIC 9(5).
    05  DSC-STUDENT-ID     PIC X(10).
    05  DSC-CATEGORY       PIC X(15).
    05  DSC-STATUS         PIC X.
        88  CASE-OPEN       VALUE 'O'.
    05  DSC-SANCTION       PIC X(25).
    05  DSC-ANNOTATE       PIC X.
    05  DSC-DECIDED-BY     PIC X(10).
    05  DSC-OPEN-DATE      PIC X(8).
    05  DSC-DECIDED-DATE   PIC X(8).

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

FD  SPOOL-FILE.
01  SPOOL-LINE             PIC X(100).

FD  SPOOL-CATALOG-FILE.
01  SPOOL-CATALOG-RECORD.
    05  SPL-RUN-NUMBER     PIC 9(5).
    05  SPL-REPORT-ID      PIC X(20).
    05  SPL-PARAMS         PIC X(20).
    05  SPL-STAFF-ID       PIC X(10).
    05  SPL-TIMESTAMP      PIC X(14).
    05  SPL-FILENAME       PIC X(30).

SD  STAGE-SORT-WORK.
01  STAGE-SORT-RECORD.
    05  SSR-MODE           PIC X.
    05  SSR-PROGRAM-CODE   PIC X(3).
    05  SSR-CLASS-RANK     PIC 9.
    05  SSR-NAME           PIC X(30).
    05  SSR-STUDENT-ID     PIC X(10).
    05  SSR-PHONETIC       PIC X(30).
    05  SSR-CLASS          PIC X(12).
    05  SSR-GUESTS         PIC 9(2).

FD  STAGE-SORTED-FILE.
01  STAGE-SORTED-RECORD.
    05  SSF-MODE           PIC X.
    05  SSF-PROGRAM-CODE   PIC X(3).
    05  SSF-CLASS-RANK     PIC 9.
    05  SSF-NAME           PIC X(30).
    05  SSF-STUDENT-ID     PIC X(10).
    05  SSF-PHONETIC       PIC X(30).
    05  SSF-CLASS          PIC X(12).
    05  SSF-GUESTS         PIC 9(2).

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
01  FILE-STATUS-CONFIG     PIC XX.
01  FILE-STATUS-CONVOCATION PIC XX.
01  FILE-STATUS-CLEARANCE  PIC XX.
01  FILE-STATUS-AWARD      PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-DISCIPLINE PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-CNV-EOF             PIC X VALUE 'N'.
01  WS-SORT-EOF            PIC X VALUE 'N'.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-ID-INPUT            PIC X(10).
01  WS-MODE-INPUT          PIC X.
01  WS-GUESTS-INPUT        PIC X(2).
01  WS-GUESTS              PIC 9(2).
01  WS-PHONETIC-INPUT      PIC X(30).
01  WS-NUM-INPUT           PIC X(10).
01  WS-CONFIRM             PIC X.
01  WS-TODAY               PIC X(8).
01  WS-CLEARANCE-FILENAME  PIC X(40).
01  WS-SPOOL-FILENAME      PIC X(40).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-FOUND               PIC X.
01  WS-CLEARED             PIC X.
01  WS-STUDENT-NAME        PIC X(30).
01  WS-PROGRAM-CODE        PIC X(3).
01  WS-CLASS               PIC X(12).
01  WS-OLD-MODE            PIC X.

*> Ceremony settings, defaulted when no config is on file.
01  WS-CEREMONY-DATE       PIC X(8) VALUE SPACES.
01  WS-GUEST-LIMIT         PIC 9(2) VALUE 2.
01  WS-GOWN-FEE            PIC 9(5)V99 VALUE 50.00.
01  WS-CEREMONY-FEE        PIC 9(5)V99 VALUE 25.00.
01  WS-FEE-DISP            PIC ZZ,ZZ9.99.

*> Posting to the ledger.
01  WS-POST-TYPE           PIC X.
01  WS-POST-AMOUNT         PIC 9(5)V99.
01  WS-POST-DESC           PIC X(30).
01  WS-LOG-FUNCTION        PIC X(20).

*> Hold check.
01  WS-CHARGE-TOTAL        PIC 9(9)V99.
01  WS-CREDIT-TOTAL        PIC 9(9)V99.
01  WS-BALANCE             PIC S9(9)V99.
01  WS-BALANCE-DISP        PIC -(8)9.99.
01  WS-FEE-HOLD            PIC X.
01  WS-CONDUCT-HOLD        PIC X.
01  WS-HOLD-TEXT           PIC X(20).
01  WS-HOLD-COUNT          PIC 9(4) VALUE 0.
01  WS-HOLD-TABLE.
    05  WS-HOLD-ENTRY      OCCURS 500 TIMES.
        10  WS-HOLD-ID     PIC X(10).
        10  WS-HOLD-FLAGS  PIC X(20).
01  WS-HOLD-IX             PIC 9(4).

*> Stage list.
01  WS-STAGE-SEQ           PIC 9(4) VALUE 0.
01  WS-ABSENTIA-COUNT      PIC 9(4) VALUE 0.
01  WS-TOTAL-GUESTS        PIC 9(5) VALUE 0.
01  WS-LAST-PROGRAM        PIC X(3).
01  WS-LAST-MODE           PIC X.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-CONFIG
    DISPLAY "--- Convocation ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. Register a cleared graduand"
    DISPLAY "2. Change attendance / guest tickets"
    DISPLAY "3. Ceremony settings"
    DISPLAY "4. Hold check (fees / discipline)"
    DISPLAY "5. Print stage-order list"
    DISPLAY "Enter choice (1-5): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM REGISTER-GRADUAND
        WHEN '2'
            PERFORM CHANGE-GRADUAND
        WHEN '3'
            PERFORM SET-CONFIG
        WHEN '4'
            PERFORM HOLD-CHECK
        WHEN '5'
            PERFORM PRINT-STAGE-LIST
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
                MOVE CVC-CEREMONY-DATE TO WS-CEREMONY-DATE
                MOVE CVC-GUEST-LIMIT TO WS-GUEST-LIMIT
                MOVE CVC-GOWN-FEE TO WS-GOWN-FEE
                MOVE CVC-CEREMONY-FEE TO WS-CEREMONY-FEE
        END-READ
        CLOSE CONFIG-FILE
    END-IF.

SET-CONFIG.
    DISPLAY "Enter each setting (Enter keeps the current value)."
    DISPLAY "Ceremony date YYYYMMDD [" WS-CEREMONY-DATE "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE WS-NUM-INPUT(1:8) TO WS-CEREMONY-DATE
    END-IF
    DISPLAY "Guest tickets per graduand [" WS-GUEST-LIMIT "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-GUEST-LIMIT
    END-IF
    MOVE WS-GOWN-FEE TO WS-FEE-DISP
    DISPLAY "Gown fee [" WS-FEE-DISP "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-GOWN-FEE
    END-IF
    MOVE WS-CEREMONY-FEE TO WS-FEE-DISP
    DISPLAY "Ceremony fee [" WS-FEE-DISP "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-CEREMONY-FEE
    END-IF
    OPEN OUTPUT CONFIG-FILE
    MOVE SPACES TO CONFIG-RECORD
    MOVE WS-CEREMONY-DATE TO CVC-CEREMONY-DATE
    MOVE WS-GUEST-LIMIT TO CVC-GUEST-LIMIT
    MOVE WS-GOWN-FEE TO CVC-GOWN-FEE
    MOVE WS-CEREMONY-FEE TO CVC-CEREMONY-FEE
    WRITE CONFIG-RECORD
    CLOSE CONFIG-FILE
    MOVE SPACES TO WS-ID-INPUT
    MOVE "CONVOCATION-CONFIG" TO WS-LOG-FUNCTION
    PERFORM LOG-CONVOCATION-ACTION
    DISPLAY "Ceremony settings saved.".

REGISTER-GRADUAND.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM CHECK-CLEARANCE
    IF WS-CLEARED NOT = 'Y'
        DISPLAY "Not cleared to graduate - run the degree audit "
            "first (no clearance certificate on file)."
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-REGISTRATION
    IF WS-FOUND = 'Y'
        DISPLAY "Already registered for the ceremony - use option 2 "
            "to change attendance or tickets."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-STUDENT-NAME
    MOVE SPACES TO WS-PROGRAM-CODE
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE STUDENT-NAME4 TO WS-STUDENT-NAME
                MOVE PROGRAM-CODE4 TO WS-PROGRAM-CODE
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF
    IF WS-STUDENT-NAME = SPACES
        DISPLAY "Student not found on the Semester 4 master."
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-HONOURS-CLASS
    DISPLAY "Graduand: " WS-STUDENT-NAME "  Program "
        WS-PROGRAM-CODE "  " WS-CLASS
    DISPLAY "Phonetic name for the reader (Enter if none): "
    ACCEPT WS-PHONETIC-INPUT
    DISPLAY "Attending (A) or in absentia (I): "
    ACCEPT WS-MODE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-MODE-INPUT) TO WS-MODE-INPUT
    IF WS-MODE-INPUT NOT = 'A' AND WS-MODE-INPUT NOT = 'I'
        DISPLAY "Attendance must be A or I."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-GUESTS
    IF WS-MODE-INPUT = 'A'
        PERFORM ACCEPT-GUESTS
        IF WS-GUESTS > WS-GUEST-LIMIT
            EXIT PARAGRAPH
        END-IF
    END-IF
    OPEN EXTEND CONVOCATION-FILE
    IF FILE-STATUS-CONVOCATION NOT = "00"
        OPEN OUTPUT CONVOCATION-FILE
    END-IF
    MOVE SPACES TO CONVOCATION-RECORD
    MOVE WS-ID-INPUT TO CNV-STUDENT-ID
    MOVE WS-STUDENT-NAME TO CNV-NAME
    MOVE WS-PHONETIC-INPUT TO CNV-PHONETIC
    MOVE WS-PROGRAM-CODE TO CNV-PROGRAM-CODE
    MOVE WS-CLASS TO CNV-CLASS
    MOVE WS-MODE-INPUT TO CNV-MODE
    MOVE WS-GUESTS TO CNV-GUESTS
    MOVE WS-TODAY TO CNV-REG-DATE
    WRITE CONVOCATION-RECORD
    CLOSE CONVOCATION-FILE
    MOVE 'C' TO WS-POST-TYPE
    MOVE WS-CEREMONY-FEE TO WS-POST-AMOUNT
    MOVE "CONVOCATION CEREMONY FEE" TO WS-POST-DESC
    PERFORM POST-CONVOCATION-FEE
    IF WS-MODE-INPUT = 'A'
        MOVE 'C' TO WS-POST-TYPE
        MOVE WS-GOWN-FEE TO WS-POST-AMOUNT
        MOVE "CONVOCATION GOWN FEE" TO WS-POST-DESC
        PERFORM POST-CONVOCATION-FEE
    END-IF
    MOVE "CONVOCATION-REG" TO WS-LOG-FUNCTION
    PERFORM LOG-CONVOCATION-ACTION
    IF WS-MODE-INPUT = 'A'
        DISPLAY "Registered as attending with " WS-GUESTS
            " guest ticket(s); ceremony and gown fees posted."
    ELSE
        DISPLAY "Registered in absentia; ceremony fee posted."
    END-IF.

ACCEPT-GUESTS.
    DISPLAY "Guest tickets (0-" WS-GUEST-LIMIT "): "
    ACCEPT WS-GUESTS-INPUT
    MOVE FUNCTION NUMVAL(WS-GUESTS-INPUT) TO WS-GUESTS
    IF WS-GUESTS > WS-GUEST-LIMIT
        DISPLAY "No more than " WS-GUEST-LIMIT
            " guest ticket(s) per graduand."
    END-IF.

CHANGE-GRADUAND.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FIND-REGISTRATION
    IF WS-FOUND NOT = 'Y'
        DISPLAY "Not registered for the ceremony."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Currently " WS-OLD-MODE " with " WS-GUESTS
        " guest ticket(s)."
    DISPLAY "Attending (A) or in absentia (I): "
    ACCEPT WS-MODE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-MODE-INPUT) TO WS-MODE-INPUT
    IF WS-MODE-INPUT NOT = 'A' AND WS-MODE-INPUT NOT = 'I'
        DISPLAY "Attendance must be A or I."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-GUESTS
    IF WS-MODE-INPUT = 'A'
        PERFORM ACCEPT-GUESTS
        IF WS-GUESTS > WS-GUEST-LIMIT
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE 'N' TO WS-CNV-EOF
    OPEN INPUT CONVOCATION-FILE
    OPEN OUTPUT TEMP-CONVOCATION-FILE
    PERFORM UNTIL WS-CNV-EOF = 'Y'
        READ CONVOCATION-FILE
            AT END
                MOVE 'Y' TO WS-CNV-EOF
            NOT AT END
                IF CNV-STUDENT-ID = WS-ID-INPUT
                    MOVE WS-MODE-INPUT TO CNV-MODE
                    MOVE WS-GUESTS TO CNV-GUESTS
                END-IF
                WRITE TEMP-CONVOCATION-RECORD FROM CONVOCATION-RECORD
        END-READ
    END-PERFORM
    CLOSE CONVOCATION-FILE
    CLOSE TEMP-CONVOCATION-FILE
    CALL "CBL_DELETE_FILE" USING "convocation_register.dat"
    CALL "CBL_RENAME_FILE" USING "temp_convocation.dat"
        "convocation_register.dat"
    *> The gown goes with attendance.
    IF WS-OLD-MODE = 'A' AND WS-MODE-INPUT = 'I'
        MOVE 'W' TO WS-POST-TYPE
        MOVE WS-GOWN-FEE TO WS-POST-AMOUNT
        MOVE "CONVOCATION GOWN FEE CANCELLED" TO WS-POST-DESC
        PERFORM POST-CONVOCATION-FEE
        DISPLAY "Gown fee cancelled."
    END-IF
    IF WS-OLD-MODE = 'I' AND WS-MODE-INPUT = 'A'
        MOVE 'C' TO WS-POST-TYPE
        MOVE WS-GOWN-FEE TO WS-POST-AMOUNT
        MOVE "CONVOCATION GOWN FEE" TO WS-POST-DESC
        PERFORM POST-CONVOCATION-FEE
        DISPLAY "Gown fee posted."
    END-IF
    MOVE "CONVOCATION-CHANGE" TO WS-LOG-FUNCTION
    PERFORM LOG-CONVOCATION-ACTION
    DISPLAY "Registration updated.".

CHECK-CLEARANCE.
    *> DEGREE-AUDIT writes clearance_<ID>.txt only for a student
    *> with every requirement complete.
    MOVE 'N' TO WS-CLEARED
    MOVE SPACES TO WS-CLEARANCE-FILENAME
    STRING "clearance_" FUNCTION TRIM(WS-ID-INPUT) ".txt"
        DELIMITED BY SIZE INTO WS-CLEARANCE-FILENAME
    OPEN INPUT CLEARANCE-FILE
    IF FILE-STATUS-CLEARANCE = "00"
        MOVE 'Y' TO WS-CLEARED
        CLOSE CLEARANCE-FILE
    END-IF.

FIND-REGISTRATION.
    MOVE 'N' TO WS-FOUND
    MOVE 'N' TO WS-EOF
    OPEN INPUT CONVOCATION-FILE
    IF FILE-STATUS-CONVOCATION NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CONVOCATION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF CNV-STUDENT-ID = WS-ID-INPUT
                    MOVE 'Y' TO WS-FOUND
                    MOVE CNV-MODE TO WS-OLD-MODE
                    MOVE CNV-GUESTS TO WS-GUESTS
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CONVOCATION NOT = "35"
        CLOSE CONVOCATION-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

FIND-HONOURS-CLASS.
    MOVE SPACES TO WS-CLASS
    MOVE 'N' TO WS-EOF
    OPEN INPUT AWARD-REGISTER-FILE
    IF FILE-STATUS-AWARD NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ AWARD-REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF AWD-STUDENT-ID = WS-ID-INPUT
                    MOVE AWD-CLASS TO WS-CLASS
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-AWARD NOT = "35"
        CLOSE AWARD-REGISTER-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

POST-CONVOCATION-FEE.
    IF WS-POST-AMOUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        OPEN OUTPUT FEE-FILE
    END-IF
    MOVE SPACES TO FEE-RECORD
    MOVE WS-ID-INPUT TO FEE-STUDENT-ID
    MOVE WS-TODAY TO FEE-POST-DATE
    MOVE WS-POST-TYPE TO FEE-TYPE
    MOVE WS-POST-AMOUNT TO FEE-AMOUNT
    MOVE WS-POST-DESC TO FEE-DESCRIPTION
    WRITE FEE-RECORD
    CLOSE FEE-FILE.

HOLD-CHECK.
    PERFORM BUILD-HOLD-TABLE
    IF WS-HOLD-COUNT = 0
        DISPLAY "No graduand is held for fees or discipline."
    END-IF.

BUILD-HOLD-TABLE.
    *> Every registered graduand with a balance owing or an open
    *> discipline case, listed on screen and kept for the list.
    MOVE 0 TO WS-HOLD-COUNT
    MOVE 'N' TO WS-CNV-EOF
    OPEN INPUT CONVOCATION-FILE
    IF FILE-STATUS-CONVOCATION NOT = "00"
        DISPLAY "No graduands registered for the ceremony."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CNV-EOF = 'Y'
        READ CONVOCATION-FILE
            AT END
                MOVE 'Y' TO WS-CNV-EOF
            NOT AT END
                MOVE CNV-STUDENT-ID TO WS-ID-INPUT
                PERFORM CHECK-ONE-GRADUAND
                IF WS-HOLD-TEXT NOT = SPACES
                        AND WS-HOLD-COUNT < 500
                    ADD 1 TO WS-HOLD-COUNT
                    MOVE CNV-STUDENT-ID TO WS-HOLD-ID(WS-HOLD-COUNT)
                    MOVE WS-HOLD-TEXT TO WS-HOLD-FLAGS(WS-HOLD-COUNT)
                    DISPLAY "HOLD " CNV-STUDENT-ID " " CNV-NAME " "
                        FUNCTION TRIM(WS-HOLD-TEXT)
                    IF WS-FEE-HOLD = 'Y'
                        DISPLAY "       balance owing "
                            WS-BALANCE-DISP
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONVOCATION-FILE
    DISPLAY WS-HOLD-COUNT " graduand(s) held.".

CHECK-ONE-GRADUAND.
    MOVE SPACES TO WS-HOLD-TEXT
    MOVE 'N' TO WS-FEE-HOLD
    MOVE 'N' TO WS-CONDUCT-HOLD
    MOVE 0 TO WS-CHARGE-TOTAL
    MOVE 0 TO WS-CREDIT-TOTAL
    MOVE 'N' TO WS-EOF
    OPEN INPUT FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ FEE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF FEE-STUDENT-ID = WS-ID-INPUT
                    IF FEE-IS-CHARGE OR FEE-IS-REFUND
                            OR FEE-IS-REVERSAL
                        ADD FEE-AMOUNT TO WS-CHARGE-TOTAL
                    ELSE
                        ADD FEE-AMOUNT TO WS-CREDIT-TOTAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF
    COMPUTE WS-BALANCE = WS-CHARGE-TOTAL - WS-CREDIT-TOTAL
    MOVE WS-BALANCE TO WS-BALANCE-DISP
    IF WS-BALANCE > 0
        MOVE 'Y' TO WS-FEE-HOLD
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT DISCIPLINE-FILE
    IF FILE-STATUS-DISCIPLINE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DISCIPLINE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DSC-STUDENT-ID = WS-ID-INPUT AND CASE-OPEN
                    MOVE 'Y' TO WS-CONDUCT-HOLD
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DISCIPLINE NOT = "35"
        CLOSE DISCIPLINE-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    EVALUATE TRUE
        WHEN WS-FEE-HOLD = 'Y' AND WS-CONDUCT-HOLD = 'Y'
            MOVE "HOLD FEES+DISC" TO WS-HOLD-TEXT
        WHEN WS-FEE-HOLD = 'Y'
            MOVE "HOLD FEES" TO WS-HOLD-TEXT
        WHEN WS-CONDUCT-HOLD = 'Y'
            MOVE "HOLD DISC" TO WS-HOLD-TEXT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

PRINT-STAGE-LIST.
    DISPLAY "Checking graduands for fee and discipline holds..."
    PERFORM BUILD-HOLD-TABLE
    IF WS-HOLD-COUNT > 0
        DISPLAY "Held graduands will be flagged HOLD on the list."
        DISPLAY "Print the stage-order list now (Y/N): "
        ACCEPT WS-CONFIRM
        IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
            DISPLAY "Stage-order list not printed."
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE SPACES TO WS-SPOOL-FILENAME
    STRING "stage_order_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-SPOOL-FILENAME

    SORT STAGE-SORT-WORK
        ON ASCENDING KEY SSR-MODE SSR-PROGRAM-CODE SSR-CLASS-RANK
            SSR-NAME
        INPUT PROCEDURE RELEASE-GRADUANDS
        GIVING STAGE-SORTED-FILE

    OPEN OUTPUT SPOOL-FILE
    MOVE "CONVOCATION - STAGE ORDER" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Ceremony date: " WS-CEREMONY-DATE "   Printed: "
        WS-TODAY
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE 0 TO WS-STAGE-SEQ
    MOVE 0 TO WS-ABSENTIA-COUNT
    MOVE 0 TO WS-TOTAL-GUESTS
    MOVE SPACES TO WS-LAST-PROGRAM
    MOVE SPACES TO WS-LAST-MODE
    MOVE 'N' TO WS-SORT-EOF
    OPEN INPUT STAGE-SORTED-FILE
    PERFORM UNTIL WS-SORT-EOF = 'Y'
        READ STAGE-SORTED-FILE
            AT END
                MOVE 'Y' TO WS-SORT-EOF
            NOT AT END
                PERFORM PRINT-STAGE-ENTRY
        END-READ
    END-PERFORM
    CLOSE STAGE-SORTED-FILE
    CALL "CBL_DELETE_FILE" USING "stage_sort.dat"
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING WS-STAGE-SEQ " crossing the stage, " WS-ABSENTIA-COUNT
        " in absentia, " WS-TOTAL-GUESTS " guest ticket(s), "
        WS-HOLD-COUNT " held."
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    CLOSE SPOOL-FILE
    PERFORM SPOOL-REGISTER-RUN
    MOVE SPACES TO WS-ID-INPUT
    MOVE "CONVOCATION-LIST" TO WS-LOG-FUNCTION
    PERFORM LOG-CONVOCATION-ACTION
    DISPLAY "Stage-order list written to "
        FUNCTION TRIM(WS-SPOOL-FILENAME).

RELEASE-GRADUANDS.
    MOVE 'N' TO WS-CNV-EOF
    OPEN INPUT CONVOCATION-FILE
    IF FILE-STATUS-CONVOCATION NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-CNV-EOF = 'Y'
        READ CONVOCATION-FILE
            AT END
                MOVE 'Y' TO WS-CNV-EOF
            NOT AT END
                MOVE SPACES TO STAGE-SORT-RECORD
                MOVE CNV-MODE TO SSR-MODE
                MOVE CNV-PROGRAM-CODE TO SSR-PROGRAM-CODE
                EVALUATE CNV-CLASS
                    WHEN "DISTINCTION"
                        MOVE 1 TO SSR-CLASS-RANK
                    WHEN "MERIT"
                        MOVE 2 TO SSR-CLASS-RANK
                    WHEN "PASS"
                        MOVE 3 TO SSR-CLASS-RANK
                    WHEN OTHER
                        MOVE 4 TO SSR-CLASS-RANK
                END-EVALUATE
                MOVE CNV-NAME TO SSR-NAME
                MOVE CNV-STUDENT-ID TO SSR-STUDENT-ID
                MOVE CNV-PHONETIC TO SSR-PHONETIC
                MOVE CNV-CLASS TO SSR-CLASS
                MOVE CNV-GUESTS TO SSR-GUESTS
                RELEASE STAGE-SORT-RECORD
        END-READ
    END-PERFORM
    CLOSE CONVOCATION-FILE.

PRINT-STAGE-ENTRY.
    IF SSF-MODE NOT = WS-LAST-MODE AND SSF-MODE = 'I'
        MOVE SPACES TO SPOOL-LINE
        WRITE SPOOL-LINE
        MOVE "CONFERRED IN ABSENTIA (read after the stage order)"
            TO SPOOL-LINE
        WRITE SPOOL-LINE
        MOVE SPACES TO WS-LAST-PROGRAM
    END-IF
    MOVE SSF-MODE TO WS-LAST-MODE
    IF SSF-PROGRAM-CODE NOT = WS-LAST-PROGRAM
        MOVE SPACES TO SPOOL-LINE
        WRITE SPOOL-LINE
        MOVE SPACES TO SPOOL-LINE
        STRING "PROGRAM " SSF-PROGRAM-CODE
            DELIMITED BY SIZE INTO SPOOL-LINE
        WRITE SPOOL-LINE
        MOVE SPACES TO SPOOL-LINE
        STRING "  No.  StudentID  Name                           "
            "Class        Say as"
            DELIMITED BY SIZE INTO SPOOL-LINE
        WRITE SPOOL-LINE
        MOVE SSF-PROGRAM-CODE TO WS-LAST-PROGRAM
    END-IF
    MOVE SPACES TO WS-HOLD-TEXT
    PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
            UNTIL WS-HOLD-IX > WS-HOLD-COUNT
        IF WS-HOLD-ID(WS-HOLD-IX) = SSF-STUDENT-ID
            MOVE WS-HOLD-FLAGS(WS-HOLD-IX) TO WS-HOLD-TEXT
        END-IF
    END-PERFORM
    MOVE SPACES TO SPOOL-LINE
    IF SSF-MODE = 'A'
        ADD 1 TO WS-STAGE-SEQ
        ADD SSF-GUESTS TO WS-TOTAL-GUESTS
        STRING "  " WS-STAGE-SEQ " " SSF-STUDENT-ID " " SSF-NAME
            " " SSF-CLASS " " SSF-PHONETIC
            DELIMITED BY SIZE INTO SPOOL-LINE
    ELSE
        ADD 1 TO WS-ABSENTIA-COUNT
        STRING "    -  " SSF-STUDENT-ID " " SSF-NAME
            " " SSF-CLASS " " SSF-PHONETIC
            DELIMITED BY SIZE INTO SPOOL-LINE
    END-IF
    WRITE SPOOL-LINE
    IF WS-HOLD-TEXT NOT = SPACES
        MOVE SPACES TO SPOOL-LINE
        STRING "       ** " FUNCTION TRIM(WS-HOLD-TEXT)
            " - confirm with the registry before conferring **"
            DELIMITED BY SIZE INTO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF.

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
    MOVE "CONVOCATION" TO SPL-REPORT-ID
    STRING "CEREMONY " WS-CEREMONY-DATE
        DELIMITED BY SIZE INTO SPL-PARAMS
    MOVE WS-STAFF-ID TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-SPOOL-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.

LOG-CONVOCATION-ACTION.
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
    IF WS-ID-INPUT NOT = SPACES
        STRING "MODE " WS-MODE-INPUT " GUESTS " WS-GUESTS
            DELIMITED BY SIZE INTO ACT-DETAIL
    END-IF
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
