IDENTIFICATION DIVISION.
PROGRAM-ID. AGENCY-HANDOVER.

*> Debt-collection agency handover. Accounts that FEE-AGING ages
*> into the 90-plus-day bucket are handed to the collection agency
*> once the oldest unpaid installment is older than the handover
*> age and the ledger balance is at least the handover balance
*> (both kept in collection_config.dat; without it the standard
*> 90 days and 100.00 apply). Installments are settled oldest-
*> first exactly as the aging report does it. Students with a
*> sponsor link (sponsor_links.dat) or an installment plan still
*> running (an installment not yet due) are never handed over,
*> and nor is an account already with the agency. Each placement
*> goes to agency_placement_<date>.dat with the contact details
*> from student_profile.dat, and onto collection_register.dat,
*> which FEE-LEDGER checks so the cashier knows not to chase the
*> student at the counter.
*>
*> The agency's return file (agency_return.dat) carries
*> collections and recalls. A collection posts to the ledger as a
*> payment tagged "AGENCY <reference>" - the tag stops the same
*> collection posting twice if a file is processed again - and an
*> account whose collections reach the placed amount is marked
*> settled. A recall hands the account back to us. Every
*> placement, collection and recall is logged to activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGISTER-FILE ASSIGN TO "collection_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REGISTER.
    SELECT TEMP-REGISTER-FILE ASSIGN TO "temp_collection_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONFIG-FILE ASSIGN TO "collection_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT SCHEDULE-FILE ASSIGN TO "fee_schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SCHEDULE.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT LINK-FILE ASSIGN TO "sponsor_links.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-LINK.
    SELECT PROFILE-FILE ASSIGN TO "student_profile.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PROFILE.
    SELECT PLACEMENT-FILE ASSIGN TO WS-PLACEMENT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RETURN-FILE ASSIGN TO "agency_return.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-RETURN.
    SELECT STAFF-FILE ASSIGN TO "staff_pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STAFF.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.

DATA DIVISION.
FILE SECTION.
FD  REGISTER-FILE.
01  REGISTER-RECORD.
    05  COL-STUDENT-ID     PIC X(10).
    05  COL-PLACED-DATE    PIC X(8).
    05  COL-PLACED-AMOUNT  PIC 9(7)V99.
    05  COL-COLLECTED      PIC 9(7)V99.
    05  COL-STATUS         PIC X.
        88  COL-AT-AGENCY   VALUE 'A'.
        88  COL-RECALLED    VALUE 'R'.
        88  COL-SETTLED     VALUE 'S'.
    05  COL-CLOSED-DATE    PIC X(8).

FD  TEMP-REGISTER-FILE.
01  TEMP-REGISTER-RECORD   PIC X(45).

FD  CONFIG-FILE.
01  CONFIG-RECORD.
    05  CFG-MIN-AGE-DAYS   PIC 9(4).
    05  CFG-MIN-BALANCE    PIC 9(7)V99.

FD  SCHEDULE-FILE.
01  SCHEDULE-RECORD.
    05  SCH-STUDENT-ID     PIC X(10).
    05  SCH-INSTALLMENT-NO PIC 9(2).
    05  SCH-DUE-DATE       PIC X(8).
    05  SCH-AMOUNT         PIC 9(7)V99.

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
        88  FEE-IS-DEBIT    VALUE 'C' 'R' 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  LINK-FILE.
01  LINK-RECORD.
    05  LNK-STUDENT-ID     PIC X(10).
    05  LNK-SPONSOR-CODE   PIC X(6).
    05  LNK-PERCENT        PIC 9(3).

FD  PROFILE-FILE.
01  PROFILE-RECORD.
    05  PRF-STUDENT-ID     PIC X(10).
    05  PRF-NAME           PIC X(30).
    05  PRF-DOB            PIC X(8).
    05  PRF-PHONE          PIC X(15).
    05  PRF-EMAIL          PIC X(30).
    05  PRF-ADDRESS        PIC X(40).
    05  PRF-GUARDIAN-NAME  PIC X(30).
    05  PRF-GUARDIAN-PHONE PIC X(15).

FD  PLACEMENT-FILE.
01  PLACEMENT-RECORD.
    05  PLC-STUDENT-ID     PIC X(10).
    05  PLC-NAME           PIC X(30).
    05  PLC-PHONE          PIC X(15).
    05  PLC-EMAIL          PIC X(30).
    05  PLC-ADDRESS        PIC X(40).
    05  PLC-GUARDIAN-NAME  PIC X(30).
    05  PLC-GUARDIAN-PHONE PIC X(15).
    05  PLC-AMOUNT         PIC 9(7)V99.
    05  PLC-OLDEST-DUE     PIC X(8).
    05  PLC-DAYS-OVERDUE   PIC 9(4).
    05  PLC-PLACED-DATE    PIC X(8).

FD  RETURN-FILE.
01  RETURN-RECORD.
    05  RET-STUDENT-ID     PIC X(10).
    05  RET-TYPE           PIC X.
        88  RET-COLLECTION  VALUE 'C'.
        88  RET-RECALL      VALUE 'R'.
    05  RET-DATE           PIC X(8).
    05  RET-AMOUNT         PIC 9(7)V99.
    05  RET-REFERENCE      PIC X(12).

FD  STAFF-FILE.
01  STAFF-RECORD.
    05  STAFF-ID           PIC X(10).
    05  STAFF-PIN          PIC X(6).
    05  STAFF-ROLE         PIC X.
    05  STAFF-STATUS       PIC X.
    05  STAFF-FAIL-COUNT   PIC 9.
    05  STAFF-PIN-DATE     PIC X(8).
    05  STAFF-FORCE-CHANGE PIC X.

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
01  FILE-STATUS-REGISTER   PIC XX.
01  FILE-STATUS-CONFIG     PIC XX.
01  FILE-STATUS-SCHEDULE   PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-LINK       PIC XX.
01  FILE-STATUS-PROFILE    PIC XX.
01  FILE-STATUS-RETURN     PIC XX.
01  FILE-STATUS-STAFF      PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID-INPUT      PIC X(10).
01  WS-STAFF-PIN-INPUT     PIC X(6).
01  WS-STAFF-OK            PIC X VALUE 'N'.
01  WS-STAFF-ROLE          PIC X.
01  WS-TODAY               PIC X(8).
01  WS-TODAY-INT           PIC 9(8).
01  WS-DUE-INT             PIC 9(8).
01  WS-PLACEMENT-FILENAME  PIC X(40).

01  WS-MIN-AGE-DAYS        PIC 9(4) VALUE 90.
01  WS-MIN-BALANCE         PIC 9(7)V99 VALUE 100.00.
01  WS-AGE-INPUT           PIC X(4).
01  WS-BALANCE-INPUT       PIC X(12).

01  WS-BAL-COUNT           PIC 9(4) VALUE 0.
01  WS-BAL-TABLE.
    05  WS-BAL-ENTRY       OCCURS 3000 TIMES.
        10  WS-BAL-ID      PIC X(10).
        10  WS-BAL-AMOUNT  PIC S9(8)V99.
        10  WS-BAL-SETTLED PIC S9(8)V99.
01  WS-BAL-IX              PIC 9(4).
01  WS-BAL-HIT             PIC 9(4).

01  WS-LINK-COUNT          PIC 9(4) VALUE 0.
01  WS-LINK-TABLE.
    05  WS-LINK-ID         OCCURS 2000 TIMES PIC X(10).
01  WS-LINK-IX             PIC 9(4).

01  WS-COL-COUNT           PIC 9(4) VALUE 0.
01  WS-COL-TABLE.
    05  WS-COL-ENTRY       OCCURS 2000 TIMES.
        10  WS-COL-ID      PIC X(10).
        10  WS-COL-PLACED-DATE PIC X(8).
        10  WS-COL-PLACED  PIC 9(7)V99.
        10  WS-COL-COLLECTED PIC 9(7)V99.
        10  WS-COL-STATUS  PIC X.
        10  WS-COL-CLOSED  PIC X(8).
01  WS-COL-IX              PIC 9(4).
01  WS-COL-HIT             PIC 9(4).

01  WS-STUDENT-COUNT       PIC 9(4) VALUE 0.
01  WS-STUDENT-TABLE.
    05  WS-STU-ID          OCCURS 1000 TIMES PIC X(10).
01  WS-STU-SCAN            PIC 9(4).
01  WS-STU-HIT             PIC 9(4).
01  WS-CUR-STUDENT         PIC X(10).

01  WS-INST-COUNT          PIC 9(2) VALUE 0.
01  WS-INST-TABLE.
    05  WS-INST-ENTRY      OCCURS 24 TIMES.
        10  WS-INST-DUE    PIC X(8).
        10  WS-INST-AMT    PIC 9(7)V99.
01  WS-INST-IX             PIC 9(2).
01  WS-INST-JX             PIC 9(2).
01  WS-SWAP-DUE            PIC X(8).
01  WS-SWAP-AMT            PIC 9(7)V99.

01  WS-SETTLED-TOTAL       PIC 9(8)V99.
01  WS-CUM-DUE             PIC 9(8)V99.
01  WS-BALANCE             PIC S9(8)V99.
01  WS-PLAN-RUNNING        PIC X.
01  WS-OLDEST-DUE          PIC X(8).
01  WS-AGE-DAYS            PIC S9(8).
01  WS-FOUND               PIC X.

01  WS-PLACED-COUNT        PIC 9(4) VALUE 0.
01  WS-PLACED-TOTAL        PIC 9(9)V99 VALUE 0.
01  WS-SKIP-SPONSOR        PIC 9(4) VALUE 0.
01  WS-SKIP-PLAN           PIC 9(4) VALUE 0.
01  WS-SKIP-AGENCY         PIC 9(4) VALUE 0.
01  WS-SKIP-BALANCE        PIC 9(4) VALUE 0.
01  WS-COLLECT-COUNT       PIC 9(4) VALUE 0.
01  WS-COLLECT-TOTAL       PIC 9(9)V99 VALUE 0.
01  WS-RECALL-COUNT        PIC 9(4) VALUE 0.
01  WS-REJECT-COUNT        PIC 9(4) VALUE 0.
01  WS-DUP-COUNT           PIC 9(4) VALUE 0.
01  WS-LIST-COUNT          PIC 9(4) VALUE 0.
01  WS-AGENCY-TAG          PIC X(30).

01  WS-AMOUNT-DISP         PIC Z(6)9.99.
01  WS-COLLECT-DISP        PIC Z(6)9.99.
01  WS-TOTAL-DISP          PIC Z(8)9.99.
01  WS-DAYS-DISP           PIC Z(3)9.
01  WS-ACT-FUNCTION        PIC X(20).
01  WS-ACT-DETAIL          PIC X(25).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Collection Agency Handover ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID-INPUT
    DISPLAY "PIN: "
    ACCEPT WS-STAFF-PIN-INPUT
    PERFORM VERIFY-STAFF
    IF WS-STAFF-OK NOT = 'Y'
        DISPLAY "Staff check failed - access denied."
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-TODAY))
    DISPLAY "1. Handover run (place 90+ day accounts)"
    DISPLAY "2. Process the agency return file"
    DISPLAY "3. List accounts with the agency"
    DISPLAY "4. Handover age and balance (view / set)"
    DISPLAY "Enter choice (1-4): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM HANDOVER-RUN
        WHEN '2'
            PERFORM PROCESS-RETURN-FILE
        WHEN '3'
            PERFORM LIST-AT-AGENCY
        WHEN '4'
            PERFORM SETTINGS-MENU
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

VERIFY-STAFF.
    MOVE 'N' TO WS-STAFF-OK
    MOVE SPACE TO WS-STAFF-ROLE
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
                IF STAFF-ID = WS-STAFF-ID-INPUT
                        AND STAFF-PIN = WS-STAFF-PIN-INPUT
                        AND STAFF-STATUS = 'A'
                    MOVE 'Y' TO WS-STAFF-OK
                    MOVE STAFF-ROLE TO WS-STAFF-ROLE
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-STAFF NOT = "35"
        CLOSE STAFF-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

HANDOVER-RUN.
    PERFORM LOAD-CONFIG
    PERFORM LOAD-LEDGER-BALANCES
    PERFORM LOAD-SPONSOR-LINKS
    PERFORM LOAD-REGISTER
    PERFORM COLLECT-SCHEDULED-STUDENTS
    IF WS-STUDENT-COUNT = 0
        DISPLAY "No installment schedules on file - nothing to age."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-MIN-AGE-DAYS TO WS-DAYS-DISP
    MOVE WS-MIN-BALANCE TO WS-AMOUNT-DISP
    DISPLAY "Handing over accounts more than " WS-DAYS-DISP
        " days overdue with a balance of at least " WS-AMOUNT-DISP
    MOVE 0 TO WS-PLACED-COUNT
    MOVE 0 TO WS-PLACED-TOTAL
    MOVE 0 TO WS-SKIP-SPONSOR
    MOVE 0 TO WS-SKIP-PLAN
    MOVE 0 TO WS-SKIP-AGENCY
    MOVE 0 TO WS-SKIP-BALANCE
    MOVE SPACES TO WS-PLACEMENT-FILENAME
    STRING "agency_placement_" WS-TODAY ".dat"
        DELIMITED BY SIZE INTO WS-PLACEMENT-FILENAME
    OPEN OUTPUT PLACEMENT-FILE
    DISPLAY "Student     Oldest due  Days     Balance"
    PERFORM VARYING WS-STU-SCAN FROM 1 BY 1
            UNTIL WS-STU-SCAN > WS-STUDENT-COUNT
        MOVE WS-STU-ID(WS-STU-SCAN) TO WS-CUR-STUDENT
        PERFORM SELECT-ONE-STUDENT
    END-PERFORM
    CLOSE PLACEMENT-FILE
    IF WS-PLACED-COUNT > 0
        PERFORM SAVE-REGISTER
    END-IF
    MOVE WS-PLACED-TOTAL TO WS-TOTAL-DISP
    DISPLAY WS-PLACED-COUNT " account(s) placed with the agency, "
        "total " WS-TOTAL-DISP
    DISPLAY "Not placed - sponsor link: " WS-SKIP-SPONSOR
        ", plan still running: " WS-SKIP-PLAN
        ", already with agency: " WS-SKIP-AGENCY
        ", under the balance: " WS-SKIP-BALANCE
    DISPLAY "Placement file: " FUNCTION TRIM(WS-PLACEMENT-FILENAME)
    MOVE SPACES TO WS-CUR-STUDENT
    MOVE "AGENCY-HANDOVER" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ACT-DETAIL
    STRING WS-PLACED-COUNT " ACCOUNTS PLACED"
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    PERFORM LOG-AGENCY-ACTION.

SELECT-ONE-STUDENT.
    PERFORM AGE-OLDEST-INSTALLMENT
    *> Only the 90-plus bucket is eligible, and only once it has
    *> aged past the handover age.
    IF WS-OLDEST-DUE = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-AGE-DAYS <= 90 OR WS-AGE-DAYS <= WS-MIN-AGE-DAYS
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-AT-AGENCY
    IF WS-COL-HIT > 0
        ADD 1 TO WS-SKIP-AGENCY
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-FOUND
    PERFORM VARYING WS-LINK-IX FROM 1 BY 1
            UNTIL WS-LINK-IX > WS-LINK-COUNT
        IF WS-LINK-ID(WS-LINK-IX) = WS-CUR-STUDENT
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = 'Y'
        ADD 1 TO WS-SKIP-SPONSOR
        EXIT PARAGRAPH
    END-IF
    IF WS-PLAN-RUNNING = 'Y'
        ADD 1 TO WS-SKIP-PLAN
        EXIT PARAGRAPH
    END-IF
    IF WS-BALANCE < WS-MIN-BALANCE
        ADD 1 TO WS-SKIP-BALANCE
        EXIT PARAGRAPH
    END-IF
    PERFORM WRITE-PLACEMENT
    IF WS-COL-COUNT < 2000
        ADD 1 TO WS-COL-COUNT
        MOVE WS-CUR-STUDENT TO WS-COL-ID(WS-COL-COUNT)
        MOVE WS-TODAY TO WS-COL-PLACED-DATE(WS-COL-COUNT)
        MOVE WS-BALANCE TO WS-COL-PLACED(WS-COL-COUNT)
        MOVE 0 TO WS-COL-COLLECTED(WS-COL-COUNT)
        MOVE 'A' TO WS-COL-STATUS(WS-COL-COUNT)
        MOVE SPACES TO WS-COL-CLOSED(WS-COL-COUNT)
    END-IF
    ADD 1 TO WS-PLACED-COUNT
    ADD WS-BALANCE TO WS-PLACED-TOTAL
    MOVE WS-AGE-DAYS TO WS-DAYS-DISP
    MOVE WS-BALANCE TO WS-AMOUNT-DISP
    DISPLAY WS-CUR-STUDENT "  " WS-OLDEST-DUE "  " WS-DAYS-DISP
        "  " WS-AMOUNT-DISP
    MOVE "AGENCY-PLACE" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ACT-DETAIL
    STRING "PLACED " WS-AMOUNT-DISP
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    PERFORM LOG-AGENCY-ACTION.

AGE-OLDEST-INSTALLMENT.
    *> Same oldest-first settlement as the aging report: the
    *> oldest installment the settlements have not reached gives
    *> the account its age. An installment still to fall due means
    *> the plan is running.
    MOVE SPACES TO WS-OLDEST-DUE
    MOVE 0 TO WS-AGE-DAYS
    MOVE 'N' TO WS-PLAN-RUNNING
    MOVE 0 TO WS-BALANCE
    MOVE 0 TO WS-SETTLED-TOTAL
    PERFORM VARYING WS-BAL-IX FROM 1 BY 1
            UNTIL WS-BAL-IX > WS-BAL-COUNT
        IF WS-BAL-ID(WS-BAL-IX) = WS-CUR-STUDENT
            MOVE WS-BAL-AMOUNT(WS-BAL-IX) TO WS-BALANCE
            IF WS-BAL-SETTLED(WS-BAL-IX) > 0
                MOVE WS-BAL-SETTLED(WS-BAL-IX) TO WS-SETTLED-TOTAL
            END-IF
        END-IF
    END-PERFORM
    PERFORM LOAD-STUDENT-INSTALLMENTS
    PERFORM SORT-INSTALLMENTS-BY-DATE
    MOVE 0 TO WS-CUM-DUE
    PERFORM VARYING WS-INST-IX FROM 1 BY 1
            UNTIL WS-INST-IX > WS-INST-COUNT
        ADD WS-INST-AMT(WS-INST-IX) TO WS-CUM-DUE
        IF WS-INST-DUE(WS-INST-IX) NOT < WS-TODAY
            MOVE 'Y' TO WS-PLAN-RUNNING
        END-IF
        IF WS-INST-DUE(WS-INST-IX) < WS-TODAY
                AND WS-CUM-DUE > WS-SETTLED-TOTAL
                AND WS-OLDEST-DUE = SPACES
                AND WS-INST-DUE(WS-INST-IX) IS NUMERIC
            MOVE WS-INST-DUE(WS-INST-IX) TO WS-OLDEST-DUE
            COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-OLDEST-DUE))
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DUE-INT
        END-IF
    END-PERFORM.

WRITE-PLACEMENT.
    MOVE SPACES TO PLACEMENT-RECORD
    MOVE WS-CUR-STUDENT TO PLC-STUDENT-ID
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROFILE-FILE
    IF FILE-STATUS-PROFILE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROFILE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PRF-STUDENT-ID = WS-CUR-STUDENT
                    MOVE PRF-NAME TO PLC-NAME
                    MOVE PRF-PHONE TO PLC-PHONE
                    MOVE PRF-EMAIL TO PLC-EMAIL
                    MOVE PRF-ADDRESS TO PLC-ADDRESS
                    MOVE PRF-GUARDIAN-NAME TO PLC-GUARDIAN-NAME
                    MOVE PRF-GUARDIAN-PHONE TO PLC-GUARDIAN-PHONE
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROFILE NOT = "35"
        CLOSE PROFILE-FILE
    END-IF
    IF PLC-NAME = SPACES
        DISPLAY "  No profile on file for " WS-CUR-STUDENT
            " - placed without contact details."
    END-IF
    MOVE WS-BALANCE TO PLC-AMOUNT
    MOVE WS-OLDEST-DUE TO PLC-OLDEST-DUE
    MOVE WS-AGE-DAYS TO PLC-DAYS-OVERDUE
    MOVE WS-TODAY TO PLC-PLACED-DATE
    WRITE PLACEMENT-RECORD.

PROCESS-RETURN-FILE.
    PERFORM LOAD-REGISTER
    MOVE 0 TO WS-COLLECT-COUNT
    MOVE 0 TO WS-COLLECT-TOTAL
    MOVE 0 TO WS-RECALL-COUNT
    MOVE 0 TO WS-REJECT-COUNT
    MOVE 0 TO WS-DUP-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT RETURN-FILE
    IF FILE-STATUS-RETURN NOT = "00"
        DISPLAY "No agency return file (agency_return.dat) to "
            "process."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ RETURN-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                PERFORM APPLY-RETURN-LINE
        END-READ
    END-PERFORM
    CLOSE RETURN-FILE
    PERFORM SAVE-REGISTER
    MOVE WS-COLLECT-TOTAL TO WS-TOTAL-DISP
    DISPLAY WS-COLLECT-COUNT " collection(s) posted, total "
        WS-TOTAL-DISP
    DISPLAY WS-RECALL-COUNT " account(s) recalled"
    IF WS-DUP-COUNT > 0
        DISPLAY WS-DUP-COUNT " collection(s) already posted - "
            "skipped."
    END-IF
    IF WS-REJECT-COUNT > 0
        DISPLAY WS-REJECT-COUNT " line(s) rejected - see above."
    END-IF.

APPLY-RETURN-LINE.
    MOVE RET-STUDENT-ID TO WS-CUR-STUDENT
    PERFORM FIND-AT-AGENCY
    IF WS-COL-HIT = 0
        DISPLAY "  " RET-STUDENT-ID " is not with the agency - "
            "line rejected."
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN RET-COLLECTION
            PERFORM POST-COLLECTION
        WHEN RET-RECALL
            MOVE 'R' TO WS-COL-STATUS(WS-COL-HIT)
            IF RET-DATE IS NUMERIC
                MOVE RET-DATE TO WS-COL-CLOSED(WS-COL-HIT)
            ELSE
                MOVE WS-TODAY TO WS-COL-CLOSED(WS-COL-HIT)
            END-IF
            ADD 1 TO WS-RECALL-COUNT
            DISPLAY "  " WS-CUR-STUDENT " recalled from the agency."
            MOVE "AGENCY-RECALL" TO WS-ACT-FUNCTION
            MOVE SPACES TO WS-ACT-DETAIL
            STRING "RECALLED " RET-REFERENCE
                DELIMITED BY SIZE INTO WS-ACT-DETAIL
            PERFORM LOG-AGENCY-ACTION
        WHEN OTHER
            DISPLAY "  " RET-STUDENT-ID " unknown return type '"
                RET-TYPE "' - line rejected."
            ADD 1 TO WS-REJECT-COUNT
    END-EVALUATE.

POST-COLLECTION.
    IF RET-AMOUNT = 0 OR RET-REFERENCE = SPACES
        DISPLAY "  " RET-STUDENT-ID " collection without amount or "
            "reference - line rejected."
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-AGENCY-TAG
    STRING "AGENCY " RET-REFERENCE
        DELIMITED BY SIZE INTO WS-AGENCY-TAG
    MOVE 'N' TO WS-FOUND
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
                IF FEE-STUDENT-ID = WS-CUR-STUDENT
                        AND FEE-IS-PAYMENT
                        AND FEE-DESCRIPTION = WS-AGENCY-TAG
                    MOVE 'Y' TO WS-FOUND
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-FOUND = 'Y'
        ADD 1 TO WS-DUP-COUNT
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        OPEN OUTPUT FEE-FILE
    END-IF
    MOVE SPACES TO FEE-RECORD
    MOVE WS-CUR-STUDENT TO FEE-STUDENT-ID
    MOVE WS-TODAY TO FEE-POST-DATE
    MOVE 'P' TO FEE-TYPE
    MOVE RET-AMOUNT TO FEE-AMOUNT
    MOVE WS-AGENCY-TAG TO FEE-DESCRIPTION
    WRITE FEE-RECORD
    CLOSE FEE-FILE
    ADD RET-AMOUNT TO WS-COL-COLLECTED(WS-COL-HIT)
    ADD 1 TO WS-COLLECT-COUNT
    ADD RET-AMOUNT TO WS-COLLECT-TOTAL
    MOVE RET-AMOUNT TO WS-AMOUNT-DISP
    IF WS-COL-COLLECTED(WS-COL-HIT) >= WS-COL-PLACED(WS-COL-HIT)
        MOVE 'S' TO WS-COL-STATUS(WS-COL-HIT)
        MOVE WS-TODAY TO WS-COL-CLOSED(WS-COL-HIT)
        DISPLAY "  " WS-CUR-STUDENT " collected " WS-AMOUNT-DISP
            " - account settled."
    ELSE
        DISPLAY "  " WS-CUR-STUDENT " collected " WS-AMOUNT-DISP
    END-IF
    MOVE "AGENCY-COLLECT" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ACT-DETAIL
    STRING "RCVD " WS-AMOUNT-DISP
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    PERFORM LOG-AGENCY-ACTION.

FIND-AT-AGENCY.
    MOVE 0 TO WS-COL-HIT
    PERFORM VARYING WS-COL-IX FROM 1 BY 1
            UNTIL WS-COL-IX > WS-COL-COUNT
        IF WS-COL-ID(WS-COL-IX) = WS-CUR-STUDENT
                AND WS-COL-STATUS(WS-COL-IX) = 'A'
            MOVE WS-COL-IX TO WS-COL-HIT
        END-IF
    END-PERFORM.

LIST-AT-AGENCY.
    PERFORM LOAD-REGISTER
    MOVE 0 TO WS-LIST-COUNT
    MOVE 0 TO WS-PLACED-TOTAL
    DISPLAY "Student     Placed       Placed amt   Collected"
    PERFORM VARYING WS-COL-IX FROM 1 BY 1
            UNTIL WS-COL-IX > WS-COL-COUNT
        IF WS-COL-STATUS(WS-COL-IX) = 'A'
            ADD 1 TO WS-LIST-COUNT
            ADD WS-COL-PLACED(WS-COL-IX) TO WS-PLACED-TOTAL
            MOVE WS-COL-PLACED(WS-COL-IX) TO WS-AMOUNT-DISP
            MOVE WS-COL-COLLECTED(WS-COL-IX) TO WS-COLLECT-DISP
            DISPLAY WS-COL-ID(WS-COL-IX) "  "
                WS-COL-PLACED-DATE(WS-COL-IX) "  " WS-AMOUNT-DISP
                "  " WS-COLLECT-DISP
        END-IF
    END-PERFORM
    MOVE WS-PLACED-TOTAL TO WS-TOTAL-DISP
    DISPLAY WS-LIST-COUNT " account(s) with the agency, placed "
        WS-TOTAL-DISP.

SETTINGS-MENU.
    PERFORM LOAD-CONFIG
    MOVE WS-MIN-AGE-DAYS TO WS-DAYS-DISP
    MOVE WS-MIN-BALANCE TO WS-AMOUNT-DISP
    DISPLAY "Handover age (days overdue): " WS-DAYS-DISP
    DISPLAY "Handover balance (minimum):  " WS-AMOUNT-DISP
    IF WS-STAFF-ROLE NOT = 'R'
        DISPLAY "Only a registrar can change the handover settings."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "New handover age in days (blank = keep): "
    ACCEPT WS-AGE-INPUT
    IF WS-AGE-INPUT NOT = SPACES
        IF FUNCTION NUMVAL(WS-AGE-INPUT) < 90
            DISPLAY "The handover age cannot be under 90 days."
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(WS-AGE-INPUT) TO WS-MIN-AGE-DAYS
    END-IF
    DISPLAY "New minimum balance (blank = keep): "
    ACCEPT WS-BALANCE-INPUT
    IF WS-BALANCE-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-BALANCE-INPUT) TO WS-MIN-BALANCE
    END-IF
    OPEN OUTPUT CONFIG-FILE
    MOVE WS-MIN-AGE-DAYS TO CFG-MIN-AGE-DAYS
    MOVE WS-MIN-BALANCE TO CFG-MIN-BALANCE
    WRITE CONFIG-RECORD
    CLOSE CONFIG-FILE
    DISPLAY "Handover settings saved.".

LOAD-CONFIG.
    OPEN INPUT CONFIG-FILE
    IF FILE-STATUS-CONFIG = "00"
        READ CONFIG-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CFG-MIN-AGE-DAYS TO WS-MIN-AGE-DAYS
                MOVE CFG-MIN-BALANCE TO WS-MIN-BALANCE
        END-READ
        CLOSE CONFIG-FILE
    END-IF.

LOAD-LEDGER-BALANCES.
    *> Balance as everywhere else (charges, refunds and reversals
    *> are debits), plus what has been settled against the
    *> installments: payments and waivers less refunds and
    *> reversals, as in the aging report.
    MOVE 0 TO WS-BAL-COUNT
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
                MOVE 0 TO WS-BAL-HIT
                PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                        UNTIL WS-BAL-IX > WS-BAL-COUNT
                            OR WS-BAL-HIT > 0
                    IF WS-BAL-ID(WS-BAL-IX) = FEE-STUDENT-ID
                        MOVE WS-BAL-IX TO WS-BAL-HIT
                    END-IF
                END-PERFORM
                IF WS-BAL-HIT = 0 AND WS-BAL-COUNT < 3000
                    ADD 1 TO WS-BAL-COUNT
                    MOVE WS-BAL-COUNT TO WS-BAL-HIT
                    MOVE FEE-STUDENT-ID TO WS-BAL-ID(WS-BAL-HIT)
                    MOVE 0 TO WS-BAL-AMOUNT(WS-BAL-HIT)
                    MOVE 0 TO WS-BAL-SETTLED(WS-BAL-HIT)
                END-IF
                IF WS-BAL-HIT > 0
                    IF FEE-IS-DEBIT
                        ADD FEE-AMOUNT TO WS-BAL-AMOUNT(WS-BAL-HIT)
                    ELSE
                        SUBTRACT FEE-AMOUNT
                            FROM WS-BAL-AMOUNT(WS-BAL-HIT)
                    END-IF
                    IF FEE-IS-PAYMENT OR (FEE-IS-WAIVER
                            AND FEE-DESCRIPTION(1:7) = "WAIVER ")
                        ADD FEE-AMOUNT TO WS-BAL-SETTLED(WS-BAL-HIT)
                    END-IF
                    IF FEE-IS-REFUND OR FEE-IS-REVERSAL
                        SUBTRACT FEE-AMOUNT
                            FROM WS-BAL-SETTLED(WS-BAL-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF.

LOAD-SPONSOR-LINKS.
    MOVE 0 TO WS-LINK-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT LINK-FILE
    IF FILE-STATUS-LINK NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ LINK-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-LINK-COUNT < 2000
                    ADD 1 TO WS-LINK-COUNT
                    MOVE LNK-STUDENT-ID TO WS-LINK-ID(WS-LINK-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-LINK NOT = "35"
        CLOSE LINK-FILE
    END-IF.

LOAD-REGISTER.
    MOVE 0 TO WS-COL-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT REGISTER-FILE
    IF FILE-STATUS-REGISTER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-COL-COUNT < 2000
                    ADD 1 TO WS-COL-COUNT
                    MOVE COL-STUDENT-ID TO WS-COL-ID(WS-COL-COUNT)
                    MOVE COL-PLACED-DATE
                        TO WS-COL-PLACED-DATE(WS-COL-COUNT)
                    MOVE COL-PLACED-AMOUNT
                        TO WS-COL-PLACED(WS-COL-COUNT)
                    MOVE COL-COLLECTED
                        TO WS-COL-COLLECTED(WS-COL-COUNT)
                    MOVE COL-STATUS TO WS-COL-STATUS(WS-COL-COUNT)
                    MOVE COL-CLOSED-DATE
                        TO WS-COL-CLOSED(WS-COL-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-REGISTER NOT = "35"
        CLOSE REGISTER-FILE
    END-IF.

SAVE-REGISTER.
    OPEN OUTPUT TEMP-REGISTER-FILE
    PERFORM VARYING WS-COL-IX FROM 1 BY 1
            UNTIL WS-COL-IX > WS-COL-COUNT
        MOVE SPACES TO REGISTER-RECORD
        MOVE WS-COL-ID(WS-COL-IX) TO COL-STUDENT-ID
        MOVE WS-COL-PLACED-DATE(WS-COL-IX) TO COL-PLACED-DATE
        MOVE WS-COL-PLACED(WS-COL-IX) TO COL-PLACED-AMOUNT
        MOVE WS-COL-COLLECTED(WS-COL-IX) TO COL-COLLECTED
        MOVE WS-COL-STATUS(WS-COL-IX) TO COL-STATUS
        MOVE WS-COL-CLOSED(WS-COL-IX) TO COL-CLOSED-DATE
        MOVE REGISTER-RECORD TO TEMP-REGISTER-RECORD
        WRITE TEMP-REGISTER-RECORD
    END-PERFORM
    CLOSE TEMP-REGISTER-FILE
    CALL "CBL_DELETE_FILE" USING "collection_register.dat"
    CALL "CBL_RENAME_FILE" USING "temp_collection_register.dat"
        "collection_register.dat".

COLLECT-SCHEDULED-STUDENTS.
    MOVE 0 TO WS-STUDENT-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT SCHEDULE-FILE
    IF FILE-STATUS-SCHEDULE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ SCHEDULE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE 0 TO WS-STU-HIT
                PERFORM VARYING WS-STU-SCAN FROM 1 BY 1
                        UNTIL WS-STU-SCAN > WS-STUDENT-COUNT
                    IF WS-STU-ID(WS-STU-SCAN) = SCH-STUDENT-ID
                        MOVE WS-STU-SCAN TO WS-STU-HIT
                    END-IF
                END-PERFORM
                IF WS-STU-HIT = 0 AND WS-STUDENT-COUNT < 1000
                    ADD 1 TO WS-STUDENT-COUNT
                    MOVE SCH-STUDENT-ID
                        TO WS-STU-ID(WS-STUDENT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SCHEDULE NOT = "35"
        CLOSE SCHEDULE-FILE
    END-IF.

LOAD-STUDENT-INSTALLMENTS.
    MOVE 0 TO WS-INST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT SCHEDULE-FILE
    IF FILE-STATUS-SCHEDULE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ SCHEDULE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SCH-STUDENT-ID = WS-CUR-STUDENT
                        AND WS-INST-COUNT < 24
                    ADD 1 TO WS-INST-COUNT
                    MOVE SCH-DUE-DATE
                        TO WS-INST-DUE(WS-INST-COUNT)
                    MOVE SCH-AMOUNT
                        TO WS-INST-AMT(WS-INST-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SCHEDULE NOT = "35"
        CLOSE SCHEDULE-FILE
    END-IF.

SORT-INSTALLMENTS-BY-DATE.
    PERFORM VARYING WS-INST-IX FROM 1 BY 1
            UNTIL WS-INST-IX >= WS-INST-COUNT
        PERFORM VARYING WS-INST-JX FROM 1 BY 1
                UNTIL WS-INST-JX >= WS-INST-COUNT
            IF WS-INST-DUE(WS-INST-JX) >
                    WS-INST-DUE(WS-INST-JX + 1)
                MOVE WS-INST-DUE(WS-INST-JX) TO WS-SWAP-DUE
                MOVE WS-INST-AMT(WS-INST-JX) TO WS-SWAP-AMT
                MOVE WS-INST-DUE(WS-INST-JX + 1)
                    TO WS-INST-DUE(WS-INST-JX)
                MOVE WS-INST-AMT(WS-INST-JX + 1)
                    TO WS-INST-AMT(WS-INST-JX)
                MOVE WS-SWAP-DUE TO WS-INST-DUE(WS-INST-JX + 1)
                MOVE WS-SWAP-AMT TO WS-INST-AMT(WS-INST-JX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

LOG-AGENCY-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID-INPUT TO ACT-STAFF-ID
    MOVE WS-ACT-FUNCTION TO ACT-FUNCTION
    MOVE WS-CUR-STUDENT TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-ACT-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
