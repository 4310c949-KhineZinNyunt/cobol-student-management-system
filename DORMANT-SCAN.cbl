IDENTIFICATION DIVISION.
PROGRAM-ID. DORMANT-SCAN.

*> Monthly dormant / ghost student scan. A record can stay active
*> on the masters long after the student has stopped turning up -
*> or, for a ghost, without there ever having been a student
*> behind it. Every active record (latest semester master not
*> withdrawn 'W' or deferred 'D') is checked for the last date of
*> each kind of activity:
*>   SWIPE   - last attendance swipe (attendance_totals.dat)
*>   MARK    - last mark posted for the student: a MARK-QUEUE,
*>             MARK-APPROVE, MARK-REJECT, EDIT-POSTED,
*>             PROJECT-RESULT or BOARD-RESULT entry on
*>             activity_log.dat (rotated archives are not read)
*>   PAYMENT - last payment posted on fee_ledger.dat
*>   CARD    - last issue or status change on card_register.dat
*> A student with no activity of any kind inside the window
*> (dormant_config.dat, default 90 days) is flagged; one with no
*> activity of any kind ever is marked GHOST. The report
*> (dormant_<date>.txt, catalogued in the spool) groups the
*> flagged students by section and by how the record came onto
*> the masters:
*>   TRANSFER - a transfer-in on transfer_register.dat
*>   IMPORT   - registered by the intake import: an INTAKE-IMPORT
*>              entry for the student on activity_log.dat, or an
*>              enrolled admission offer (admission_offers.dat)
*>   SEM1     - otherwise, keyed in on the registration screen.
*> Each newly flagged student goes onto dormant_worklist.dat as an
*> open ('O') entry. A student already open or deferred on the
*> worklist is not queued twice, and one the registrar confirmed
*> genuine inside the window is not flagged again.
*> The registrar (PIN and role R on staff_pins.dat) then works the
*> worklist: GENUINE closes the entry, DEFER leaves it on the
*> worklist for the next run, WITHDRAW marks the student withdrawn
*> on every semester master, writing each change to
*> edit_audit_log.dat as the same STATUS change EDIT records, and
*> opens the clearance case (CLEARANCE-OPEN). Each decision is
*> logged to activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DORMANT-CONFIG-FILE ASSIGN TO "dormant_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DORMANT-CONFIG.
    SELECT WORKLIST-FILE ASSIGN TO "dormant_worklist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-WORKLIST.
    SELECT TEMP-WORKLIST-FILE ASSIGN TO "temp_dormant_worklist.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOTALS-FILE ASSIGN TO "attendance_totals.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-TOTALS.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT CARD-REGISTER-FILE ASSIGN TO "card_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CARD.
    SELECT TRANSFER-REGISTER-FILE
        ASSIGN TO "transfer_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-TRANSFER.
    SELECT ADMISSION-OFFER-FILE ASSIGN TO "admission_offers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-OFFER.
    SELECT AUDIT-FILE ASSIGN TO "edit_audit_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-AUDIT.
    SELECT STAFF-FILE ASSIGN TO "staff_pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STAFF.
    SELECT CHECKSUM-FILE ASSIGN TO WS-CHECKSUM-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LOCK-FILE ASSIGN TO WS-LOCK-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
    SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.
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
FD  DORMANT-CONFIG-FILE.
01  DORMANT-CONFIG-RECORD.
    05  DMC-DAYS           PIC 9(3).

FD  WORKLIST-FILE.
01  WORKLIST-RECORD.
    05  DWL-STUDENT-ID     PIC X(10).
    05  DWL-SEMESTER       PIC 9.
    05  DWL-SECTION        PIC X.
    05  DWL-SOURCE         PIC X(8).
    05  DWL-RUN-DATE       PIC X(8).
    05  DWL-LAST-SWIPE     PIC X(8).
    05  DWL-LAST-MARK      PIC X(8).
    05  DWL-LAST-PAYMENT   PIC X(8).
    05  DWL-LAST-CARD      PIC X(8).
    05  DWL-GHOST          PIC X.
    05  DWL-STATUS         PIC X.
        88  DWL-OPEN        VALUE 'O'.
        88  DWL-GENUINE     VALUE 'G'.
        88  DWL-DEFERRED    VALUE 'D'.
        88  DWL-WITHDRAWN   VALUE 'W'.
    05  DWL-DECIDED-BY     PIC X(10).
    05  DWL-DECIDED-DATE   PIC X(8).

FD  TEMP-WORKLIST-FILE.
01  TEMP-WORKLIST-RECORD   PIC X(80).

FD  TOTALS-FILE.
01  TOTALS-RECORD.
    05  TOT-STUDENT-ID     PIC X(10).
    05  TOT-PRESENT-COUNT  PIC 9(4).
    05  TOT-LAST-DATE      PIC X(8).

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
        88  ACT-MARK-POSTED VALUE "MARK-QUEUE" "MARK-APPROVE"
                                  "MARK-REJECT" "EDIT-POSTED"
                                  "PROJECT-RESULT" "BOARD-RESULT".
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-PAYMENT  VALUE 'P'.
        88  FEE-IS-WAIVER   VALUE 'W'.
        88  FEE-IS-REFUND   VALUE 'R'.
        88  FEE-IS-REVERSAL VALUE 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  CARD-REGISTER-FILE.
01  CARD-REGISTER-RECORD.
    05  CRD-SERIAL         PIC X(12).
    05  CRD-STUDENT-ID     PIC X(10).
    05  CRD-STATUS         PIC X.
    05  CRD-ISSUE-DATE     PIC X(8).
    05  CRD-STATUS-DATE    PIC X(8).

FD  TRANSFER-REGISTER-FILE.
01  TRANSFER-REGISTER-RECORD.
    05  TRG-STUDENT-ID     PIC X(10).
    05  TRG-DIRECTION      PIC X(3).
    05  TRG-CAMPUS         PIC X(15).
    05  TRG-DATE           PIC X(8).

FD  ADMISSION-OFFER-FILE.
01  ADMISSION-OFFER-RECORD.
    05  AOF-REF            PIC X(10).
    05  AOF-NAME           PIC X(30).
    05  AOF-PROGRAM        PIC X(3).
    05  AOF-SCORE          PIC 9(3)V99.
    05  AOF-RANK           PIC 9(4).
    05  AOF-STATUS         PIC X.
    05  AOF-OFFER-DATE     PIC X(8).
    05  AOF-EXPIRY-DATE    PIC X(8).
    05  AOF-RESPONSE-DATE  PIC X(8).
    05  AOF-DEPOSIT-PAID   PIC 9(5)V99.
    05  AOF-DEPOSIT-DATE   PIC X(8).
    05  AOF-DEPOSIT-OK     PIC X.
    05  AOF-STUDENT-ID     PIC X(10).

FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05  AUDIT-STUDENT-ID   PIC X(10).
    05  AUDIT-SEMESTER     PIC 9.
    05  AUDIT-FIELD-NAME   PIC X(15).
    05  AUDIT-OLD-VALUE    PIC X(30).
    05  AUDIT-NEW-VALUE    PIC X(30).
    05  AUDIT-OPERATOR-ID  PIC X(10).
    05  AUDIT-TIMESTAMP    PIC X(14).

FD  STAFF-FILE.
01  STAFF-RECORD.
    05  STAFF-ID           PIC X(10).
    05  STAFF-PIN          PIC X(6).
    05  STAFF-ROLE         PIC X.
    05  STAFF-STATUS       PIC X.
    05  STAFF-FAIL-COUNT   PIC 9.
    05  STAFF-PIN-DATE     PIC X(8).
    05  STAFF-FORCE-CHANGE PIC X.

FD  CHECKSUM-FILE.
01  CHECKSUM-RECORD        PIC 9(10).

FD  LOCK-FILE.
01  LOCK-RECORD            PIC X(40).

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

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  STUDENT-NAME1      PIC X(30).
    05  FILLER             PIC X(26).
    05  WITHDRAWN1         PIC X.
    05  FILLER             PIC X(17).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1      PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN2         PIC X.
    05  FILLER             PIC X(17).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2      PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN3         PIC X.
    05  FILLER             PIC X(17).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3      PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN4         PIC X.
    05  FILLER             PIC X(17).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4      PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-DORMANT-CONFIG PIC XX.
01  FILE-STATUS-WORKLIST   PIC XX.
01  FILE-STATUS-TOTALS     PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-CARD       PIC XX.
01  FILE-STATUS-TRANSFER   PIC XX.
01  FILE-STATUS-OFFER      PIC XX.
01  FILE-STATUS-STAFF      PIC XX.
01  FILE-STATUS-AUDIT      PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-LOCK-STATUS         PIC XX.
01  WS-LOCKED              PIC X VALUE 'N'.
01  WS-LOCK-FILENAME       PIC X(20).
01  WS-LOCK-SEM            PIC 9.
01  WS-CHECKSUM-DUE        PIC X VALUE 'N'.
01  WS-CHECKSUM-FILENAME   PIC X(20).
01  WS-CHECKSUM-TOTAL      PIC 9(10) VALUE 0.
01  WS-CHECKSUM-BUFFER     PIC X(100) VALUE SPACES.
01  WS-CHECKSUM-INDEX      PIC 9(3) VALUE 0.
01  WS-CHECKSUM-EOF        PIC X.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-TODAY               PIC X(8).
01  WS-TODAY-INT           PIC 9(7).
01  WS-CUTOFF-NUM          PIC 9(8).
01  WS-CUTOFF              PIC X(8).
01  WS-NUM-INPUT           PIC X(3).
01  WS-STAFF-ID            PIC X(10).
01  WS-PIN-INPUT           PIC X(6).
01  WS-STAFF-OK            PIC X VALUE 'N'.
01  WS-ID-INPUT            PIC X(10).
01  WS-DECISION            PIC X.
01  WS-LOG-FUNCTION        PIC X(20).
01  WS-LOG-STUDENT         PIC X(10).
01  WS-LOG-SEMESTER        PIC 9.
01  WS-LOG-DETAIL          PIC X(25).

01  WS-DAYS                PIC 9(3) VALUE 90.

*> One entry per student on the masters, carrying the highest
*> semester they are on and the last date of each activity kind.
01  WS-STU-COUNT           PIC 9(4) VALUE 0.
01  WS-STU-TABLE.
    05  WS-STU-ENTRY       OCCURS 3000 TIMES.
        10  WS-STU-ID      PIC X(10).
        10  WS-STU-NAME    PIC X(30).
        10  WS-STU-SEM     PIC 9.
        10  WS-STU-SECTION PIC X.
        10  WS-STU-WITHDRAWN PIC X.
        10  WS-STU-SOURCE  PIC X(8).
        10  WS-STU-LAST-SWIPE PIC X(8).
        10  WS-STU-LAST-MARK PIC X(8).
        10  WS-STU-LAST-PAYMENT PIC X(8).
        10  WS-STU-LAST-CARD PIC X(8).
        10  WS-STU-LISTED  PIC X.
        10  WS-STU-GENUINE-DATE PIC X(8).
        10  WS-STU-FLAGGED PIC X.
        10  WS-STU-GHOST   PIC X.
01  WS-STU-IX              PIC 9(4).
01  WS-STU-HIT             PIC 9(4).
01  WS-CUR-ID              PIC X(10).
01  WS-CUR-NAME            PIC X(30).
01  WS-CUR-SEM             PIC 9.
01  WS-CUR-SECTION         PIC X.
01  WS-CUR-WITHDRAWN       PIC X.

*> Section / registration-source groups the report is printed in.
01  WS-GRP-COUNT           PIC 9(3) VALUE 0.
01  WS-GRP-TABLE.
    05  WS-GRP-ENTRY       OCCURS 200 TIMES.
        10  WS-GRP-SECTION PIC X.
        10  WS-GRP-SOURCE  PIC X(8).
        10  WS-GRP-FLAGGED PIC 9(4).
01  WS-GRP-IX              PIC 9(3).
01  WS-GRP-JX              PIC 9(3).
01  WS-GRP-HIT             PIC 9(3).
01  WS-GRP-SWAP            PIC X(13).

01  WS-ACTIVE-COUNT        PIC 9(4).
01  WS-FLAGGED-COUNT       PIC 9(4).
01  WS-GHOST-COUNT         PIC 9(4).
01  WS-QUEUED-COUNT        PIC 9(4).
01  WS-LISTED-COUNT        PIC 9(4).
01  WS-GENUINE-COUNT       PIC 9(4).
01  WS-DISP-SWIPE          PIC X(8).
01  WS-DISP-MARK           PIC X(8).
01  WS-DISP-PAYMENT        PIC X(8).
01  WS-DISP-CARD           PIC X(8).
01  WS-ROW-NOTE            PIC X(18).
01  WS-GHOST-NOTE          PIC X(18).
01  WS-SECTION-DISP        PIC X.

01  WS-ENTRY-FOUND         PIC X VALUE 'N'.
01  WS-ENTRY-SEM           PIC 9.
01  WS-WD-COUNT            PIC 9.
01  WS-WD-SKIPPED          PIC X VALUE 'N'.
01  WS-WD-OLD-FLAG         PIC X.
01  WS-CLR-OPENED          PIC X VALUE 'N'.

01  WS-SPOOL-FILENAME      PIC X(40).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-PARAMS              PIC X(20).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-DORMANT-CONFIG
    DISPLAY "--- Dormant / Ghost Student Scan ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. Run the dormant student scan"
    DISPLAY "2. Decide a worklist entry (registrar)"
    DISPLAY "3. List open worklist entries"
    DISPLAY "4. Set the inactivity window"
    DISPLAY "5. Show the inactivity window"
    DISPLAY "Enter choice (1-5): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM RUN-SCAN
        WHEN '2'
            PERFORM DECIDE-ENTRY
        WHEN '3'
            PERFORM LIST-WORKLIST
        WHEN '4'
            PERFORM SET-WINDOW
        WHEN '5'
            PERFORM SHOW-WINDOW
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

RUN-SCAN.
    PERFORM LOAD-STUDENTS
    IF WS-STU-COUNT = 0
        DISPLAY "No student records on the masters - nothing to scan."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-SOURCES
    PERFORM LOAD-ATTENDANCE
    PERFORM LOAD-MARK-ACTIVITY
    PERFORM LOAD-FEE-LEDGER
    PERFORM LOAD-CARDS
    PERFORM LOAD-WORKLIST
    MOVE 0 TO WS-ACTIVE-COUNT
    MOVE 0 TO WS-FLAGGED-COUNT
    MOVE 0 TO WS-GHOST-COUNT
    MOVE 0 TO WS-GENUINE-COUNT
    MOVE 0 TO WS-GRP-COUNT
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT
        IF WS-STU-WITHDRAWN(WS-STU-IX) NOT = 'W'
                AND WS-STU-WITHDRAWN(WS-STU-IX) NOT = 'D'
            ADD 1 TO WS-ACTIVE-COUNT
            PERFORM CHECK-ONE-STUDENT
        END-IF
    END-PERFORM
    PERFORM SORT-GROUPS
    PERFORM WRITE-DORMANT-REPORT
    PERFORM QUEUE-WORKLIST
    MOVE "DORMANT-SCAN" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-STUDENT
    MOVE 0 TO WS-LOG-SEMESTER
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "FLAGGED " WS-FLAGGED-COUNT " NEW " WS-QUEUED-COUNT
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-DORMANT-ACTION
    DISPLAY " "
    DISPLAY "Active records scanned : " WS-ACTIVE-COUNT
    DISPLAY "Inactive since         : " WS-CUTOFF
    DISPLAY "Flagged dormant        : " WS-FLAGGED-COUNT
    DISPLAY "  of which ghosts      : " WS-GHOST-COUNT
    DISPLAY "Added to worklist      : " WS-QUEUED-COUNT
    DISPLAY "Already on worklist    : " WS-LISTED-COUNT
    DISPLAY "Confirmed genuine      : " WS-GENUINE-COUNT
    DISPLAY "Report                 : " FUNCTION TRIM(WS-SPOOL-FILENAME).

CHECK-ONE-STUDENT.
    *> Any kind of activity on or after the cutoff keeps the record
    *> off the list; a blank date (never) sorts below any cutoff.
    MOVE 'N' TO WS-STU-FLAGGED(WS-STU-IX)
    MOVE 'N' TO WS-STU-GHOST(WS-STU-IX)
    IF WS-STU-LAST-SWIPE(WS-STU-IX) >= WS-CUTOFF
            OR WS-STU-LAST-MARK(WS-STU-IX) >= WS-CUTOFF
            OR WS-STU-LAST-PAYMENT(WS-STU-IX) >= WS-CUTOFF
            OR WS-STU-LAST-CARD(WS-STU-IX) >= WS-CUTOFF
        EXIT PARAGRAPH
    END-IF
    *> The registrar vouched for this student inside the window.
    IF WS-STU-GENUINE-DATE(WS-STU-IX) NOT = SPACES
            AND WS-STU-GENUINE-DATE(WS-STU-IX) >= WS-CUTOFF
        ADD 1 TO WS-GENUINE-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-STU-FLAGGED(WS-STU-IX)
    ADD 1 TO WS-FLAGGED-COUNT
    IF WS-STU-LAST-SWIPE(WS-STU-IX) = SPACES
            AND WS-STU-LAST-MARK(WS-STU-IX) = SPACES
            AND WS-STU-LAST-PAYMENT(WS-STU-IX) = SPACES
            AND WS-STU-LAST-CARD(WS-STU-IX) = SPACES
        MOVE 'Y' TO WS-STU-GHOST(WS-STU-IX)
        ADD 1 TO WS-GHOST-COUNT
    END-IF
    PERFORM POST-GROUP.

POST-GROUP.
    MOVE 0 TO WS-GRP-HIT
    PERFORM VARYING WS-GRP-IX FROM 1 BY 1
            UNTIL WS-GRP-IX > WS-GRP-COUNT OR WS-GRP-HIT > 0
        IF WS-GRP-SECTION(WS-GRP-IX) = WS-STU-SECTION(WS-STU-IX)
                AND WS-GRP-SOURCE(WS-GRP-IX) = WS-STU-SOURCE(WS-STU-IX)
            MOVE WS-GRP-IX TO WS-GRP-HIT
        END-IF
    END-PERFORM
    IF WS-GRP-HIT = 0
        IF WS-GRP-COUNT >= 200
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-GRP-COUNT
        MOVE WS-GRP-COUNT TO WS-GRP-HIT
        MOVE WS-STU-SECTION(WS-STU-IX) TO WS-GRP-SECTION(WS-GRP-HIT)
        MOVE WS-STU-SOURCE(WS-STU-IX) TO WS-GRP-SOURCE(WS-GRP-HIT)
        MOVE 0 TO WS-GRP-FLAGGED(WS-GRP-HIT)
    END-IF
    ADD 1 TO WS-GRP-FLAGGED(WS-GRP-HIT).

SORT-GROUPS.
    *> Section, then registration source.
    IF WS-GRP-COUNT < 2
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-GRP-IX FROM 1 BY 1
            UNTIL WS-GRP-IX >= WS-GRP-COUNT
        PERFORM VARYING WS-GRP-JX FROM 1 BY 1
                UNTIL WS-GRP-JX >= WS-GRP-COUNT
            IF WS-GRP-SECTION(WS-GRP-JX) >
                    WS-GRP-SECTION(WS-GRP-JX + 1)
                OR (WS-GRP-SECTION(WS-GRP-JX) =
                    WS-GRP-SECTION(WS-GRP-JX + 1)
                AND WS-GRP-SOURCE(WS-GRP-JX) >
                    WS-GRP-SOURCE(WS-GRP-JX + 1))
                MOVE WS-GRP-ENTRY(WS-GRP-JX) TO WS-GRP-SWAP
                MOVE WS-GRP-ENTRY(WS-GRP-JX + 1)
                    TO WS-GRP-ENTRY(WS-GRP-JX)
                MOVE WS-GRP-SWAP TO WS-GRP-ENTRY(WS-GRP-JX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-DORMANT-REPORT.
    MOVE SPACES TO WS-SPOOL-FILENAME
    STRING "dormant_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-SPOOL-FILENAME
    OPEN OUTPUT SPOOL-FILE
    MOVE SPACES TO SPOOL-LINE
    STRING "DORMANT / GHOST STUDENT SCAN   RUN " WS-TODAY
        "   WINDOW " WS-DAYS " DAYS   INACTIVE SINCE " WS-CUTOFF
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE ALL "=" TO SPOOL-LINE
    WRITE SPOOL-LINE
    IF WS-GRP-COUNT = 0
        MOVE "No active student is without activity in the window."
            TO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF
    PERFORM VARYING WS-GRP-IX FROM 1 BY 1
            UNTIL WS-GRP-IX > WS-GRP-COUNT
        PERFORM PRINT-GROUP
    END-PERFORM
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Active " WS-ACTIVE-COUNT "   Flagged " WS-FLAGGED-COUNT
        "   Ghosts " WS-GHOST-COUNT "   Genuine (not re-flagged) "
        WS-GENUINE-COUNT
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    CLOSE SPOOL-FILE
    PERFORM SPOOL-REGISTER-RUN.

PRINT-GROUP.
    IF WS-GRP-SECTION(WS-GRP-IX) = SPACE
        MOVE "-" TO WS-SECTION-DISP
    ELSE
        MOVE WS-GRP-SECTION(WS-GRP-IX) TO WS-SECTION-DISP
    END-IF
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "SECTION " WS-SECTION-DISP "   REGISTERED VIA "
        WS-GRP-SOURCE(WS-GRP-IX) "   FLAGGED "
        WS-GRP-FLAGGED(WS-GRP-IX)
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE "StudentID  Name                           Sem Swipe    Mark     Payment  Card     Note"
        TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE ALL "-" TO SPOOL-LINE
    WRITE SPOOL-LINE
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT
        IF WS-STU-FLAGGED(WS-STU-IX) = 'Y'
                AND WS-STU-SECTION(WS-STU-IX) =
                    WS-GRP-SECTION(WS-GRP-IX)
                AND WS-STU-SOURCE(WS-STU-IX) =
                    WS-GRP-SOURCE(WS-GRP-IX)
            PERFORM PRINT-STUDENT-ROW
        END-IF
    END-PERFORM.

PRINT-STUDENT-ROW.
    MOVE WS-STU-LAST-SWIPE(WS-STU-IX) TO WS-DISP-SWIPE
    IF WS-DISP-SWIPE = SPACES
        MOVE "never" TO WS-DISP-SWIPE
    END-IF
    MOVE WS-STU-LAST-MARK(WS-STU-IX) TO WS-DISP-MARK
    IF WS-DISP-MARK = SPACES
        MOVE "never" TO WS-DISP-MARK
    END-IF
    MOVE WS-STU-LAST-PAYMENT(WS-STU-IX) TO WS-DISP-PAYMENT
    IF WS-DISP-PAYMENT = SPACES
        MOVE "never" TO WS-DISP-PAYMENT
    END-IF
    MOVE WS-STU-LAST-CARD(WS-STU-IX) TO WS-DISP-CARD
    IF WS-DISP-CARD = SPACES
        MOVE "no card" TO WS-DISP-CARD
    END-IF
    MOVE SPACES TO WS-ROW-NOTE
    EVALUATE TRUE
        WHEN WS-STU-LISTED(WS-STU-IX) = 'O'
            MOVE "ON WORKLIST" TO WS-ROW-NOTE
        WHEN WS-STU-LISTED(WS-STU-IX) = 'D'
            MOVE "DEFERRED" TO WS-ROW-NOTE
        WHEN OTHER
            MOVE "NEW" TO WS-ROW-NOTE
    END-EVALUATE
    IF WS-STU-GHOST(WS-STU-IX) = 'Y'
        MOVE WS-ROW-NOTE TO WS-GHOST-NOTE
        MOVE SPACES TO WS-ROW-NOTE
        STRING WS-GHOST-NOTE DELIMITED BY "  "
            " GHOST" DELIMITED BY SIZE
            INTO WS-ROW-NOTE
    END-IF
    MOVE SPACES TO SPOOL-LINE
    STRING WS-STU-ID(WS-STU-IX) " " WS-STU-NAME(WS-STU-IX) " "
        WS-STU-SEM(WS-STU-IX) "   " WS-DISP-SWIPE " "
        WS-DISP-MARK " " WS-DISP-PAYMENT " " WS-DISP-CARD " "
        WS-ROW-NOTE
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE.

QUEUE-WORKLIST.
    *> New flags only - a student already open or deferred on the
    *> worklist is still waiting on the registrar.
    MOVE 0 TO WS-QUEUED-COUNT
    MOVE 0 TO WS-LISTED-COUNT
    OPEN EXTEND WORKLIST-FILE
    IF FILE-STATUS-WORKLIST NOT = "00"
        OPEN OUTPUT WORKLIST-FILE
    END-IF
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT
        IF WS-STU-FLAGGED(WS-STU-IX) = 'Y'
            IF WS-STU-LISTED(WS-STU-IX) = 'O'
                    OR WS-STU-LISTED(WS-STU-IX) = 'D'
                ADD 1 TO WS-LISTED-COUNT
            ELSE
                MOVE SPACES TO WORKLIST-RECORD
                MOVE WS-STU-ID(WS-STU-IX) TO DWL-STUDENT-ID
                MOVE WS-STU-SEM(WS-STU-IX) TO DWL-SEMESTER
                MOVE WS-STU-SECTION(WS-STU-IX) TO DWL-SECTION
                MOVE WS-STU-SOURCE(WS-STU-IX) TO DWL-SOURCE
                MOVE WS-TODAY TO DWL-RUN-DATE
                MOVE WS-STU-LAST-SWIPE(WS-STU-IX) TO DWL-LAST-SWIPE
                MOVE WS-STU-LAST-MARK(WS-STU-IX) TO DWL-LAST-MARK
                MOVE WS-STU-LAST-PAYMENT(WS-STU-IX)
                    TO DWL-LAST-PAYMENT
                MOVE WS-STU-LAST-CARD(WS-STU-IX) TO DWL-LAST-CARD
                MOVE WS-STU-GHOST(WS-STU-IX) TO DWL-GHOST
                MOVE 'O' TO DWL-STATUS
                WRITE WORKLIST-RECORD
                ADD 1 TO WS-QUEUED-COUNT
            END-IF
        END-IF
    END-PERFORM
    CLOSE WORKLIST-FILE.

DECIDE-ENTRY.
    DISPLAY "Registrar PIN: "
    ACCEPT WS-PIN-INPUT
    PERFORM VERIFY-REGISTRAR
    IF WS-STAFF-OK NOT = 'Y'
        DISPLAY "Registrar ID / PIN not recognised - nothing decided."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FIND-WORKLIST-ENTRY
    IF WS-ENTRY-FOUND = 'N'
        DISPLAY "No open or deferred worklist entry for "
            FUNCTION TRIM(WS-ID-INPUT)
        EXIT PARAGRAPH
    END-IF
    DISPLAY "G = genuine, D = defer to next run, W = withdraw"
    DISPLAY "Decision: "
    ACCEPT WS-DECISION
    MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
    MOVE WS-ID-INPUT TO WS-LOG-STUDENT
    MOVE WS-ENTRY-SEM TO WS-LOG-SEMESTER
    MOVE SPACES TO WS-LOG-DETAIL
    EVALUATE WS-DECISION
        WHEN 'G'
            MOVE "DORMANT-GENUINE" TO WS-LOG-FUNCTION
            MOVE "CONFIRMED GENUINE" TO WS-LOG-DETAIL
        WHEN 'D'
            MOVE "DORMANT-DEFER" TO WS-LOG-FUNCTION
            MOVE "DEFERRED TO NEXT RUN" TO WS-LOG-DETAIL
        WHEN 'W'
            PERFORM WITHDRAW-STUDENT
            IF WS-WD-SKIPPED = 'Y'
                DISPLAY "Withdrawal incomplete - decision not "
                    "recorded. Repeat it once the lock clears."
                EXIT PARAGRAPH
            END-IF
            MOVE "DORMANT-WITHDRAW" TO WS-LOG-FUNCTION
            STRING "WITHDRAWN ON " WS-WD-COUNT " MASTER(S)"
                DELIMITED BY SIZE INTO WS-LOG-DETAIL
        WHEN OTHER
            DISPLAY "Invalid decision - nothing recorded."
            EXIT PARAGRAPH
    END-EVALUATE
    PERFORM UPDATE-WORKLIST-ENTRY
    PERFORM LOG-DORMANT-ACTION
    EVALUATE WS-DECISION
        WHEN 'G'
            DISPLAY FUNCTION TRIM(WS-ID-INPUT)
                " confirmed genuine - not re-flagged for "
                WS-DAYS " days."
        WHEN 'D'
            DISPLAY FUNCTION TRIM(WS-ID-INPUT)
                " deferred - stays on the worklist."
        WHEN 'W'
            DISPLAY FUNCTION TRIM(WS-ID-INPUT) " withdrawn on "
                WS-WD-COUNT " semester master(s)."
            IF WS-CLR-OPENED = 'Y'
                DISPLAY "Withdrawal clearance case opened."
            END-IF
    END-EVALUATE.

VERIFY-REGISTRAR.
    MOVE 'N' TO WS-STAFF-OK
    MOVE 'N' TO WS-EOF
    OPEN INPUT STAFF-FILE
    IF FILE-STATUS-STAFF NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STAFF-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF STAFF-ID = WS-STAFF-ID
                        AND STAFF-PIN = WS-PIN-INPUT
                        AND STAFF-ROLE = 'R'
                        AND STAFF-STATUS = 'A'
                    MOVE 'Y' TO WS-STAFF-OK
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-STAFF NOT = "35"
        CLOSE STAFF-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

FIND-WORKLIST-ENTRY.
    MOVE 'N' TO WS-ENTRY-FOUND
    MOVE 'N' TO WS-EOF
    OPEN INPUT WORKLIST-FILE
    IF FILE-STATUS-WORKLIST NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ WORKLIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DWL-STUDENT-ID = WS-ID-INPUT
                        AND (DWL-OPEN OR DWL-DEFERRED)
                    MOVE 'Y' TO WS-ENTRY-FOUND
                    MOVE DWL-SEMESTER TO WS-ENTRY-SEM
                    DISPLAY "Flagged " DWL-RUN-DATE "  Sem "
                        DWL-SEMESTER "  Section " DWL-SECTION
                        "  Via " DWL-SOURCE "  Status " DWL-STATUS
                    DISPLAY "Last swipe " DWL-LAST-SWIPE
                        "  mark " DWL-LAST-MARK
                        "  payment " DWL-LAST-PAYMENT
                        "  card " DWL-LAST-CARD
                    IF DWL-GHOST = 'Y'
                        DISPLAY "No activity of any kind on record."
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-WORKLIST NOT = "35"
        CLOSE WORKLIST-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

UPDATE-WORKLIST-ENTRY.
    MOVE 'N' TO WS-EOF
    OPEN INPUT WORKLIST-FILE
    OPEN OUTPUT TEMP-WORKLIST-FILE
    PERFORM UNTIL END-OF-FILE
        READ WORKLIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DWL-STUDENT-ID = WS-ID-INPUT
                        AND (DWL-OPEN OR DWL-DEFERRED)
                    MOVE WS-DECISION TO DWL-STATUS
                    MOVE WS-STAFF-ID TO DWL-DECIDED-BY
                    MOVE WS-TODAY TO DWL-DECIDED-DATE
                END-IF
                MOVE WORKLIST-RECORD TO TEMP-WORKLIST-RECORD
                WRITE TEMP-WORKLIST-RECORD
        END-READ
    END-PERFORM
    CLOSE WORKLIST-FILE
    CLOSE TEMP-WORKLIST-FILE
    CALL "CBL_DELETE_FILE" USING "dormant_worklist.dat"
    CALL "CBL_RENAME_FILE" USING "temp_dormant_worklist.dat"
        "dormant_worklist.dat"
    MOVE 'N' TO WS-EOF.

WITHDRAW-STUDENT.
    *> Same as a withdrawal keyed through EDIT: every semester
    *> record goes to 'W' and the clearance case is opened.
    MOVE 0 TO WS-WD-COUNT
    MOVE 'N' TO WS-WD-SKIPPED
    MOVE 'N' TO WS-CLR-OPENED
    PERFORM WITHDRAW-SEM1
    PERFORM WITHDRAW-SEM2
    PERFORM WITHDRAW-SEM3
    PERFORM WITHDRAW-SEM4
    IF WS-WD-SKIPPED = 'N' AND WS-WD-COUNT > 0
        CALL "CLEARANCE-OPEN" USING WS-ID-INPUT, WS-STAFF-ID,
            WS-CLR-OPENED
    END-IF.

WITHDRAW-SEM1.
    MOVE 1 TO WS-LOCK-SEM
    PERFORM ACQUIRE-SEMESTER-LOCK
    IF WS-LOCKED = 'Y'
        MOVE 'Y' TO WS-WD-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CHECKSUM-DUE
    OPEN I-O STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID1
        READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE WITHDRAWN1 TO WS-WD-OLD-FLAG
                MOVE 'W' TO WITHDRAWN1
                REWRITE STUDENT-RECORD-SEM1
                PERFORM LOG-STATUS-CHANGE
                ADD 1 TO WS-WD-COUNT
                MOVE 'Y' TO WS-CHECKSUM-DUE
        END-READ
        CLOSE STUDENT-FILE-SEM1
    END-IF
    IF WS-CHECKSUM-DUE = 'Y'
        PERFORM REFRESH-CHECKSUM
    END-IF
    PERFORM RELEASE-SEMESTER-LOCK.

WITHDRAW-SEM2.
    MOVE 2 TO WS-LOCK-SEM
    PERFORM ACQUIRE-SEMESTER-LOCK
    IF WS-LOCKED = 'Y'
        MOVE 'Y' TO WS-WD-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CHECKSUM-DUE
    OPEN I-O STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID2
        READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE WITHDRAWN2 TO WS-WD-OLD-FLAG
                MOVE 'W' TO WITHDRAWN2
                REWRITE STUDENT-RECORD-SEM2
                PERFORM LOG-STATUS-CHANGE
                ADD 1 TO WS-WD-COUNT
                MOVE 'Y' TO WS-CHECKSUM-DUE
        END-READ
        CLOSE STUDENT-FILE-SEM2
    END-IF
    IF WS-CHECKSUM-DUE = 'Y'
        PERFORM REFRESH-CHECKSUM
    END-IF
    PERFORM RELEASE-SEMESTER-LOCK.

WITHDRAW-SEM3.
    MOVE 3 TO WS-LOCK-SEM
    PERFORM ACQUIRE-SEMESTER-LOCK
    IF WS-LOCKED = 'Y'
        MOVE 'Y' TO WS-WD-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CHECKSUM-DUE
    OPEN I-O STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID3
        READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE WITHDRAWN3 TO WS-WD-OLD-FLAG
                MOVE 'W' TO WITHDRAWN3
                REWRITE STUDENT-RECORD-SEM3
                PERFORM LOG-STATUS-CHANGE
                ADD 1 TO WS-WD-COUNT
                MOVE 'Y' TO WS-CHECKSUM-DUE
        END-READ
        CLOSE STUDENT-FILE-SEM3
    END-IF
    IF WS-CHECKSUM-DUE = 'Y'
        PERFORM REFRESH-CHECKSUM
    END-IF
    PERFORM RELEASE-SEMESTER-LOCK.

WITHDRAW-SEM4.
    MOVE 4 TO WS-LOCK-SEM
    PERFORM ACQUIRE-SEMESTER-LOCK
    IF WS-LOCKED = 'Y'
        MOVE 'Y' TO WS-WD-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CHECKSUM-DUE
    OPEN I-O STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE WITHDRAWN4 TO WS-WD-OLD-FLAG
                MOVE 'W' TO WITHDRAWN4
                REWRITE STUDENT-RECORD-SEM4
                PERFORM LOG-STATUS-CHANGE
                ADD 1 TO WS-WD-COUNT
                MOVE 'Y' TO WS-CHECKSUM-DUE
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF
    IF WS-CHECKSUM-DUE = 'Y'
        PERFORM REFRESH-CHECKSUM
    END-IF
    PERFORM RELEASE-SEMESTER-LOCK.

LOG-STATUS-CHANGE.
    *> The withdrawal goes on the edit audit trail as EDIT writes
    *> it, so the refund run dates it from the registrar's decision.
    IF WS-WD-OLD-FLAG = 'W'
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND AUDIT-FILE
    IF FILE-STATUS-AUDIT NOT = "00"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    MOVE SPACES TO AUDIT-RECORD
    MOVE WS-ID-INPUT TO AUDIT-STUDENT-ID
    MOVE WS-LOCK-SEM TO AUDIT-SEMESTER
    MOVE "STATUS" TO AUDIT-FIELD-NAME
    MOVE WS-WD-OLD-FLAG TO AUDIT-OLD-VALUE
    MOVE "W" TO AUDIT-NEW-VALUE
    MOVE WS-STAFF-ID TO AUDIT-OPERATOR-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
    WRITE AUDIT-RECORD
    CLOSE AUDIT-FILE.

REFRESH-CHECKSUM.
    *> Recomputes the sidecar checksum of the master just marked
    *> withdrawn while its lock is still held, so the checksum
    *> verification does not report the change as tampering.
    MOVE SPACES TO WS-CHECKSUM-FILENAME
    STRING "student_sem" WS-LOCK-SEM ".sum"
        DELIMITED BY SIZE INTO WS-CHECKSUM-FILENAME
    MOVE 0 TO WS-CHECKSUM-TOTAL
    MOVE 'N' TO WS-CHECKSUM-EOF
    EVALUATE WS-LOCK-SEM
        WHEN 1
            OPEN INPUT STUDENT-FILE-SEM1
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM1 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM1
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM1
        WHEN 2
            OPEN INPUT STUDENT-FILE-SEM2
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM2 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM2
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM2
        WHEN 3
            OPEN INPUT STUDENT-FILE-SEM3
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM3 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM3
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM3
        WHEN OTHER
            OPEN INPUT STUDENT-FILE-SEM4
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM4 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM4
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM4
    END-EVALUATE
    OPEN OUTPUT CHECKSUM-FILE
    MOVE WS-CHECKSUM-TOTAL TO CHECKSUM-RECORD
    WRITE CHECKSUM-RECORD
    CLOSE CHECKSUM-FILE.

ADD-BUFFER-TO-CHECKSUM.
    PERFORM VARYING WS-CHECKSUM-INDEX FROM 1 BY 1
            UNTIL WS-CHECKSUM-INDEX > 100
        ADD FUNCTION ORD(WS-CHECKSUM-BUFFER(WS-CHECKSUM-INDEX:1))
            TO WS-CHECKSUM-TOTAL
    END-PERFORM.

ACQUIRE-SEMESTER-LOCK.
    *> Same single-writer convention every interactive program
    *> honors: only one process may update a semester master at a
    *> time, signalled by the student_semN.lck file.
    MOVE SPACES TO WS-LOCK-FILENAME
    STRING "student_sem" WS-LOCK-SEM ".lck"
        DELIMITED BY SIZE INTO WS-LOCK-FILENAME
    OPEN INPUT LOCK-FILE
    IF WS-LOCK-STATUS = "00"
        CLOSE LOCK-FILE
        MOVE 'Y' TO WS-LOCKED
        DISPLAY "Semester " WS-LOCK-SEM " records are locked by "
            "another user. Please try again shortly."
    ELSE
        MOVE 'N' TO WS-LOCKED
        OPEN OUTPUT LOCK-FILE
        MOVE SPACES TO LOCK-RECORD
        STRING "DORMANT-SCAN   " WS-STAFF-ID " "
            FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO LOCK-RECORD
        WRITE LOCK-RECORD
        CLOSE LOCK-FILE
    END-IF.

RELEASE-SEMESTER-LOCK.
    CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME.

LIST-WORKLIST.
    MOVE 0 TO WS-LISTED-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT WORKLIST-FILE
    IF FILE-STATUS-WORKLIST NOT = "00"
        DISPLAY "The dormant worklist is empty."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "StudentID  Sem Sec Via      Flagged  Status"
    PERFORM UNTIL END-OF-FILE
        READ WORKLIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DWL-OPEN OR DWL-DEFERRED
                    ADD 1 TO WS-LISTED-COUNT
                    DISPLAY DWL-STUDENT-ID " " DWL-SEMESTER "   "
                        DWL-SECTION "   " DWL-SOURCE " "
                        DWL-RUN-DATE " " DWL-STATUS
                END-IF
        END-READ
    END-PERFORM
    CLOSE WORKLIST-FILE
    MOVE 'N' TO WS-EOF
    DISPLAY WS-LISTED-COUNT " entry(ies) awaiting a decision.".

SET-WINDOW.
    DISPLAY "Days without activity before a record is flagged ["
        WS-DAYS "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-DAYS
    END-IF
    IF WS-DAYS = 0
        DISPLAY "The window must be at least one day - not saved."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT DORMANT-CONFIG-FILE
    MOVE WS-DAYS TO DMC-DAYS
    WRITE DORMANT-CONFIG-RECORD
    CLOSE DORMANT-CONFIG-FILE
    DISPLAY "Window saved."
    PERFORM SHOW-WINDOW.

SHOW-WINDOW.
    DISPLAY "Inactivity window : " WS-DAYS " days"
    DISPLAY "Inactive since    : " WS-CUTOFF.

LOAD-DORMANT-CONFIG.
    OPEN INPUT DORMANT-CONFIG-FILE
    IF FILE-STATUS-DORMANT-CONFIG = "00"
        READ DORMANT-CONFIG-FILE
            AT END
                CONTINUE
            NOT AT END
                IF DMC-DAYS > 0
                    MOVE DMC-DAYS TO WS-DAYS
                END-IF
        END-READ
        CLOSE DORMANT-CONFIG-FILE
    END-IF
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-TODAY))
    COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - WS-DAYS)
    MOVE WS-CUTOFF-NUM TO WS-CUTOFF.

LOAD-SOURCES.
    *> Enrolled offers carry the student ID the intake import gave
    *> them; a transfer-in takes precedence.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ADMISSION-OFFER-FILE
    IF FILE-STATUS-OFFER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ADMISSION-OFFER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF AOF-STATUS = 'E' AND AOF-STUDENT-ID NOT = SPACES
                    MOVE AOF-STUDENT-ID TO WS-CUR-ID
                    PERFORM FIND-STUDENT
                    IF WS-STU-HIT > 0
                        MOVE "IMPORT" TO WS-STU-SOURCE(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-OFFER NOT = "35"
        CLOSE ADMISSION-OFFER-FILE
    END-IF
    *> The intake import logs each student it registers, which
    *> also covers imports run without the offers cycle.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ACTIVITY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF ACT-FUNCTION = "INTAKE-IMPORT"
                        AND ACT-STUDENT-ID NOT = SPACES
                    MOVE ACT-STUDENT-ID TO WS-CUR-ID
                    PERFORM FIND-STUDENT
                    IF WS-STU-HIT > 0
                        MOVE "IMPORT" TO WS-STU-SOURCE(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ACTIVITY NOT = "35"
        CLOSE ACTIVITY-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT TRANSFER-REGISTER-FILE
    IF FILE-STATUS-TRANSFER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ TRANSFER-REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF TRG-DIRECTION = "IN"
                    MOVE TRG-STUDENT-ID TO WS-CUR-ID
                    PERFORM FIND-STUDENT
                    IF WS-STU-HIT > 0
                        MOVE "TRANSFER" TO WS-STU-SOURCE(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-TRANSFER NOT = "35"
        CLOSE TRANSFER-REGISTER-FILE
    END-IF.

LOAD-ATTENDANCE.
    MOVE 'N' TO WS-EOF
    OPEN INPUT TOTALS-FILE
    IF FILE-STATUS-TOTALS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ TOTALS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE TOT-STUDENT-ID TO WS-CUR-ID
                PERFORM FIND-STUDENT
                IF WS-STU-HIT > 0
                    IF TOT-LAST-DATE > WS-STU-LAST-SWIPE(WS-STU-HIT)
                        MOVE TOT-LAST-DATE
                            TO WS-STU-LAST-SWIPE(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-TOTALS NOT = "35"
        CLOSE TOTALS-FILE
    END-IF.

LOAD-MARK-ACTIVITY.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ACTIVITY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF ACT-MARK-POSTED AND ACT-STUDENT-ID NOT = SPACES
                    MOVE ACT-STUDENT-ID TO WS-CUR-ID
                    PERFORM FIND-STUDENT
                    IF WS-STU-HIT > 0
                        IF ACT-DATE > WS-STU-LAST-MARK(WS-STU-HIT)
                            MOVE ACT-DATE
                                TO WS-STU-LAST-MARK(WS-STU-HIT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ACTIVITY NOT = "35"
        CLOSE ACTIVITY-FILE
    END-IF.

LOAD-FEE-LEDGER.
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
                IF FEE-IS-PAYMENT
                    MOVE FEE-STUDENT-ID TO WS-CUR-ID
                    PERFORM FIND-STUDENT
                    IF WS-STU-HIT > 0
                        IF FEE-POST-DATE >
                                WS-STU-LAST-PAYMENT(WS-STU-HIT)
                            MOVE FEE-POST-DATE
                                TO WS-STU-LAST-PAYMENT(WS-STU-HIT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF.

LOAD-CARDS.
    MOVE 'N' TO WS-EOF
    OPEN INPUT CARD-REGISTER-FILE
    IF FILE-STATUS-CARD NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CARD-REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE CRD-STUDENT-ID TO WS-CUR-ID
                PERFORM FIND-STUDENT
                IF WS-STU-HIT > 0
                    IF CRD-ISSUE-DATE > WS-STU-LAST-CARD(WS-STU-HIT)
                        MOVE CRD-ISSUE-DATE
                            TO WS-STU-LAST-CARD(WS-STU-HIT)
                    END-IF
                    IF CRD-STATUS-DATE > WS-STU-LAST-CARD(WS-STU-HIT)
                        MOVE CRD-STATUS-DATE
                            TO WS-STU-LAST-CARD(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CARD NOT = "35"
        CLOSE CARD-REGISTER-FILE
    END-IF.

LOAD-WORKLIST.
    *> Latest entry per student wins: open/deferred keeps the
    *> student from being queued again, a genuine decision keeps
    *> them off the list for the length of the window.
    MOVE 'N' TO WS-EOF
    OPEN INPUT WORKLIST-FILE
    IF FILE-STATUS-WORKLIST NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ WORKLIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE DWL-STUDENT-ID TO WS-CUR-ID
                PERFORM FIND-STUDENT
                IF WS-STU-HIT > 0
                    MOVE DWL-STATUS TO WS-STU-LISTED(WS-STU-HIT)
                    IF DWL-GENUINE
                        MOVE DWL-DECIDED-DATE
                            TO WS-STU-GENUINE-DATE(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-WORKLIST NOT = "35"
        CLOSE WORKLIST-FILE
    END-IF.

LOG-DORMANT-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID TO ACT-STAFF-ID
    MOVE WS-LOG-FUNCTION TO ACT-FUNCTION
    MOVE WS-LOG-STUDENT TO ACT-STUDENT-ID
    MOVE WS-LOG-SEMESTER TO ACT-SEMESTER
    MOVE WS-LOG-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

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
    MOVE SPACES TO WS-PARAMS
    STRING "WINDOW " WS-DAYS " DAYS"
        DELIMITED BY SIZE INTO WS-PARAMS
    MOVE SPACES TO SPOOL-CATALOG-RECORD
    MOVE WS-SPOOL-RUN TO SPL-RUN-NUMBER
    MOVE "DORMANT-SCAN" TO SPL-REPORT-ID
    MOVE WS-PARAMS TO SPL-PARAMS
    MOVE WS-STAFF-ID TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-SPOOL-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.

FIND-STUDENT.
    MOVE 0 TO WS-STU-HIT
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT OR WS-STU-HIT > 0
        IF WS-STU-ID(WS-STU-IX) = WS-CUR-ID
            MOVE WS-STU-IX TO WS-STU-HIT
        END-IF
    END-PERFORM.

LOAD-STUDENTS.
    MOVE 0 TO WS-STU-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM1 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID1 TO WS-CUR-ID
                MOVE STUDENT-NAME1 TO WS-CUR-NAME
                MOVE 1 TO WS-CUR-SEM
                MOVE SECTION1 TO WS-CUR-SECTION
                MOVE WITHDRAWN1 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM1
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM2 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID2 TO WS-CUR-ID
                MOVE STUDENT-NAME2 TO WS-CUR-NAME
                MOVE 2 TO WS-CUR-SEM
                MOVE SECTION2 TO WS-CUR-SECTION
                MOVE WITHDRAWN2 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM2
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM3 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID3 TO WS-CUR-ID
                MOVE STUDENT-NAME3 TO WS-CUR-NAME
                MOVE 3 TO WS-CUR-SEM
                MOVE SECTION3 TO WS-CUR-SECTION
                MOVE WITHDRAWN3 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM3
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM4 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID4 TO WS-CUR-ID
                MOVE STUDENT-NAME4 TO WS-CUR-NAME
                MOVE 4 TO WS-CUR-SEM
                MOVE SECTION4 TO WS-CUR-SECTION
                MOVE WITHDRAWN4 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM4
    END-IF
    MOVE 'N' TO WS-EOF.

POST-STUDENT.
    *> Masters are read semester 1 to 4, so the record that stays
    *> is the student's latest semester.
    PERFORM FIND-STUDENT
    IF WS-STU-HIT = 0
        IF WS-STU-COUNT >= 3000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STU-COUNT
        MOVE WS-STU-COUNT TO WS-STU-HIT
        INITIALIZE WS-STU-ENTRY(WS-STU-HIT)
        MOVE WS-CUR-ID TO WS-STU-ID(WS-STU-HIT)
        MOVE "SEM1" TO WS-STU-SOURCE(WS-STU-HIT)
    END-IF
    MOVE WS-CUR-NAME TO WS-STU-NAME(WS-STU-HIT)
    MOVE WS-CUR-SEM TO WS-STU-SEM(WS-STU-HIT)
    MOVE WS-CUR-SECTION TO WS-STU-SECTION(WS-STU-HIT)
    MOVE WS-CUR-WITHDRAWN TO WS-STU-WITHDRAWN(WS-STU-HIT).
