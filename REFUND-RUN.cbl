IDENTIFICATION DIVISION.
PROGRAM-ID. REFUND-RUN.

*> Refund calculation and refund vouchers. The run nets every
*> account on fee_ledger.dat and picks out the ones in credit.
*> An overpayment is refundable in full. For a student withdrawn
*> ('W' on their current semester master) the refund schedule in
*> refund_schedule.dat decides how much of the credit goes back:
*> each band gives the refund percentage for a withdrawal up to
*> that far (percent of the term elapsed, registration opening to
*> exam date on academic_calendar.dat) into the term. The
*> withdrawal date is the status change recorded in
*> edit_audit_log.dat (EDIT, TRANSFER and DORMANT-SCAN all write
*> it), or failing that the date the student's withdrawal
*> clearance case was opened (withdrawal_clearance.dat). Each refund becomes a numbered voucher on
*> refund_vouchers.dat (printed to refund_vouchers_<date>.txt) for
*> finance approval by a registrar other than the one who ran it;
*> an account with a voucher still open is not vouchered again.
*> When a voucher is paid it posts back to the ledger as entry
*> type 'R' (refund paid - a debit), and any part of a withdrawn
*> student's credit kept under the schedule is posted as a
*> retention charge, so the account nets to zero and every refund
*> can be traced to its voucher. Actions are logged to
*> activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VOUCHER-FILE ASSIGN TO "refund_vouchers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-VOUCHER.
    SELECT TEMP-VOUCHER-FILE ASSIGN TO "temp_refund_vouchers.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SCHEDULE-FILE ASSIGN TO "refund_schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SCHEDULE.
    SELECT TEMP-SCHEDULE-FILE ASSIGN TO "temp_refund_schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT AUDIT-FILE ASSIGN TO "edit_audit_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-AUDIT.
    SELECT CLEARANCE-FILE ASSIGN TO "withdrawal_clearance.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CLEARANCE.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.
    SELECT STAFF-FILE ASSIGN TO "staff_pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STAFF.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
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
FD  VOUCHER-FILE.
01  VOUCHER-RECORD.
    05  RFV-NUMBER         PIC 9(6).
    05  RFV-STUDENT-ID     PIC X(10).
    05  RFV-RUN-DATE       PIC X(8).
    05  RFV-REASON         PIC X.
        88  RFV-OVERPAYMENT VALUE 'O'.
        88  RFV-WITHDRAWAL  VALUE 'W'.
    05  RFV-WITHDRAW-DATE  PIC X(8).
    05  RFV-ELAPSED-PCT    PIC 9(3).
    05  RFV-REFUND-PCT     PIC 9(3).
    05  RFV-CREDIT         PIC 9(7)V99.
    05  RFV-AMOUNT         PIC 9(7)V99.
    05  RFV-RETAINED       PIC 9(7)V99.
    05  RFV-STATUS         PIC X.
        88  RFV-PENDING     VALUE 'P'.
        88  RFV-APPROVED    VALUE 'A'.
        88  RFV-REJECTED    VALUE 'X'.
        88  RFV-PAID        VALUE 'D'.
    05  RFV-RAISED-BY      PIC X(10).
    05  RFV-APPROVER       PIC X(10).
    05  RFV-APPR-DATE      PIC X(8).
    05  RFV-PAID-DATE      PIC X(8).
    05  RFV-PAY-REF        PIC X(15).

FD  TEMP-VOUCHER-FILE.
01  TEMP-VOUCHER-RECORD    PIC X(118).

FD  SCHEDULE-FILE.
01  SCHEDULE-RECORD.
    05  RFS-UPTO-PCT       PIC 9(3).
    05  RFS-REFUND-PCT     PIC 9(3).

FD  TEMP-SCHEDULE-FILE.
01  TEMP-SCHEDULE-RECORD   PIC X(6).

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-PAYMENT  VALUE 'P'.
        88  FEE-IS-WAIVER   VALUE 'W'.
        88  FEE-IS-REFUND   VALUE 'R'.
        88  FEE-IS-DEBIT    VALUE 'C' 'R' 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05  AUDIT-STUDENT-ID   PIC X(10).
    05  AUDIT-SEMESTER     PIC 9.
    05  AUDIT-FIELD-NAME   PIC X(15).
    05  AUDIT-OLD-VALUE    PIC X(30).
    05  AUDIT-NEW-VALUE    PIC X(30).
    05  AUDIT-OPERATOR-ID  PIC X(10).
    05  AUDIT-TIMESTAMP    PIC X(14).

FD  CLEARANCE-FILE.
01  CLEARANCE-RECORD.
    05  CLR-CASE           PIC 9(5).
    05  CLR-STUDENT-ID     PIC X(10).
    05  CLR-DEPT           PIC X(8).
    05  CLR-STATUS         PIC X.
    05  CLR-OPENED-DATE    PIC X(8).
    05  CLR-OPENED-BY      PIC X(10).
    05  CLR-CLOSED-DATE    PIC X(8).
    05  CLR-CLOSED-BY      PIC X(10).
    05  CLR-NOTE           PIC X(30).

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  CAL-REG-OPEN       PIC X(8).
    05  CAL-REG-CLOSE      PIC X(8).
    05  CAL-EXAM-DATE      PIC X(8).
    05  CAL-PUBLISH-DATE   PIC X(8).
    05  CAL-MARKS-DUE      PIC X(8).

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

FD  PRINT-FILE.
01  PRINT-LINE             PIC X(80).

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  STUDENT-NAME1      PIC X(30).
    05  FILLER             PIC X(26).
    05  WITHDRAWN1         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1   PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN2         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2   PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN3         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3   PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN4         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4   PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-VOUCHER    PIC XX.
01  FILE-STATUS-SCHEDULE   PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-AUDIT      PIC XX.
01  FILE-STATUS-CLEARANCE  PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  FILE-STATUS-STAFF      PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID-INPUT      PIC X(10).
01  WS-STAFF-PIN-INPUT     PIC X(6).
01  WS-STAFF-OK            PIC X VALUE 'N'.
01  WS-STAFF-ROLE          PIC X.
01  WS-TODAY               PIC X(8).
01  WS-PRINT-FILENAME      PIC X(40).

01  WS-BAL-COUNT           PIC 9(4) VALUE 0.
01  WS-BAL-TABLE.
    05  WS-BAL-ENTRY       OCCURS 3000 TIMES.
        10  WS-BAL-ID      PIC X(10).
        10  WS-BAL-AMOUNT  PIC S9(8)V99.
01  WS-BAL-IX              PIC 9(4).
01  WS-BAL-HIT             PIC 9(4).

01  WS-OPEN-COUNT          PIC 9(4) VALUE 0.
01  WS-OPEN-TABLE.
    05  WS-OPEN-ID         OCCURS 1000 TIMES PIC X(10).
01  WS-OPEN-IX             PIC 9(4).
01  WS-OPEN-HIT            PIC X.

01  WS-BAND-COUNT          PIC 9(2) VALUE 0.
01  WS-BAND-TABLE.
    05  WS-BAND-ENTRY      OCCURS 20 TIMES.
        10  WS-BAND-UPTO   PIC 9(3).
        10  WS-BAND-PCT    PIC 9(3).
01  WS-BAND-IX             PIC 9(2).
01  WS-BAND-JX             PIC 9(2).
01  WS-SWAP-UPTO           PIC 9(3).
01  WS-SWAP-PCT            PIC 9(3).
01  WS-UPTO-INPUT          PIC X(3).
01  WS-PCT-INPUT           PIC X(3).
01  WS-UPTO                PIC 9(3).
01  WS-PCT                 PIC 9(3).
01  WS-REPLACED            PIC X.

01  WS-TERM-START          PIC X(8).
01  WS-TERM-END            PIC X(8).
01  WS-TERM-DATES-OK       PIC X VALUE 'N'.
01  WS-START-INT           PIC 9(8).
01  WS-END-INT             PIC 9(8).
01  WS-WD-INT              PIC 9(8).

01  WS-CUR-STUDENT         PIC X(10).
01  WS-CUR-NAME            PIC X(30).
01  WS-CUR-FLAG            PIC X.
01  WS-CUR-FOUND           PIC X.
01  WS-WITHDRAW-DATE       PIC X(8).
01  WS-ELAPSED-PCT         PIC 9(3).
01  WS-REFUND-PCT          PIC 9(3).
01  WS-CREDIT              PIC 9(7)V99.
01  WS-REFUND-AMOUNT       PIC 9(7)V99.
01  WS-RETAINED            PIC 9(7)V99.
01  WS-BALANCE             PIC S9(8)V99.
01  WS-NEXT-VOUCHER-NO     PIC 9(6) VALUE 0.
01  WS-VOUCHER-NO          PIC 9(6).
01  WS-NUMBER-INPUT        PIC X(6).
01  WS-DECISION            PIC X.
01  WS-PAY-REF-INPUT       PIC X(15).
01  WS-FOUND               PIC X.
01  WS-HOLD-RECORD         PIC X(118).
01  WS-NEW-STATUS          PIC X.

01  WS-RAISED-COUNT        PIC 9(4) VALUE 0.
01  WS-RAISED-TOTAL        PIC 9(8)V99 VALUE 0.
01  WS-RETAINED-TOTAL      PIC 9(8)V99 VALUE 0.
01  WS-SKIP-OPEN           PIC 9(4) VALUE 0.
01  WS-SKIP-NODATES        PIC 9(4) VALUE 0.
01  WS-LIST-COUNT          PIC 9(4) VALUE 0.

01  WS-AMOUNT-DISP         PIC Z(6)9.99.
01  WS-CREDIT-DISP         PIC Z(6)9.99.
01  WS-RETAIN-DISP         PIC Z(6)9.99.
01  WS-TOTAL-DISP          PIC Z(7)9.99.
01  WS-BALANCE-DISP        PIC -(8)9.99.
01  WS-ACT-FUNCTION        PIC X(20).
01  WS-ACT-DETAIL          PIC X(25).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Refund Vouchers ---"
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
    DISPLAY "1. Refund run (credit balances -> vouchers)"
    DISPLAY "2. Approve / reject a refund voucher"
    DISPLAY "3. Record a voucher as paid"
    DISPLAY "4. List open vouchers"
    DISPLAY "5. Refund schedule (view / set a band)"
    DISPLAY "Enter choice (1-5): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM REFUND-RUN
        WHEN '2'
            PERFORM DECIDE-VOUCHER
        WHEN '3'
            PERFORM PAY-VOUCHER
        WHEN '4'
            PERFORM LIST-VOUCHERS
        WHEN '5'
            PERFORM SCHEDULE-MENU
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

REFUND-RUN.
    PERFORM LOAD-SCHEDULE
    PERFORM LOAD-TERM-DATES
    PERFORM LOAD-LEDGER-BALANCES
    PERFORM LOAD-OPEN-VOUCHERS
    PERFORM GET-NEXT-VOUCHER-NUMBER
    MOVE 0 TO WS-RAISED-COUNT
    MOVE 0 TO WS-RAISED-TOTAL
    MOVE 0 TO WS-RETAINED-TOTAL
    MOVE 0 TO WS-SKIP-OPEN
    MOVE 0 TO WS-SKIP-NODATES
    MOVE SPACES TO WS-PRINT-FILENAME
    STRING "refund_vouchers_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-PRINT-FILENAME
    OPEN OUTPUT PRINT-FILE
    MOVE SPACES TO PRINT-LINE
    STRING "REFUND VOUCHERS FOR FINANCE APPROVAL - RUN " WS-TODAY
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    MOVE SPACES TO PRINT-LINE
    WRITE PRINT-LINE
    DISPLAY "Voucher Student    Rsn WD date  Elap Rfnd      Credit"
        "      Refund    Retained"
    OPEN EXTEND VOUCHER-FILE
    IF FILE-STATUS-VOUCHER NOT = "00"
        OPEN OUTPUT VOUCHER-FILE
    END-IF
    PERFORM VARYING WS-BAL-IX FROM 1 BY 1
            UNTIL WS-BAL-IX > WS-BAL-COUNT
        IF WS-BAL-AMOUNT(WS-BAL-IX) < 0
            MOVE WS-BAL-ID(WS-BAL-IX) TO WS-CUR-STUDENT
            COMPUTE WS-CREDIT = 0 - WS-BAL-AMOUNT(WS-BAL-IX)
            PERFORM VOUCHER-ONE-STUDENT
        END-IF
    END-PERFORM
    CLOSE VOUCHER-FILE
    MOVE ALL "-" TO PRINT-LINE
    WRITE PRINT-LINE
    MOVE WS-RAISED-TOTAL TO WS-TOTAL-DISP
    MOVE SPACES TO PRINT-LINE
    STRING WS-RAISED-COUNT " voucher(s), refunds " WS-TOTAL-DISP
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    DISPLAY PRINT-LINE
    MOVE WS-RETAINED-TOTAL TO WS-TOTAL-DISP
    MOVE SPACES TO PRINT-LINE
    STRING "Retained under the refund schedule: " WS-TOTAL-DISP
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    DISPLAY PRINT-LINE
    CLOSE PRINT-FILE
    IF WS-SKIP-OPEN > 0
        DISPLAY WS-SKIP-OPEN " account(s) in credit already have an "
            "open voucher - not vouchered again."
    END-IF
    IF WS-SKIP-NODATES > 0
        DISPLAY WS-SKIP-NODATES " withdrawn student(s) not vouchered "
            "- the academic calendar has no usable term dates."
    END-IF
    DISPLAY "Vouchers printed to " FUNCTION TRIM(WS-PRINT-FILENAME)
    MOVE SPACES TO WS-CUR-STUDENT
    MOVE "REFUND-RUN" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ACT-DETAIL
    STRING WS-RAISED-COUNT " VOUCHERS RAISED"
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    PERFORM LOG-REFUND-ACTION.

VOUCHER-ONE-STUDENT.
    MOVE 'N' TO WS-OPEN-HIT
    PERFORM VARYING WS-OPEN-IX FROM 1 BY 1
            UNTIL WS-OPEN-IX > WS-OPEN-COUNT
        IF WS-OPEN-ID(WS-OPEN-IX) = WS-CUR-STUDENT
            MOVE 'Y' TO WS-OPEN-HIT
        END-IF
    END-PERFORM
    IF WS-OPEN-HIT = 'Y'
        ADD 1 TO WS-SKIP-OPEN
        EXIT PARAGRAPH
    END-IF
    PERFORM LOOKUP-STUDENT-STATUS
    MOVE SPACES TO WS-WITHDRAW-DATE
    MOVE 0 TO WS-ELAPSED-PCT
    MOVE 100 TO WS-REFUND-PCT
    IF WS-CUR-FLAG = 'W'
        IF WS-TERM-DATES-OK NOT = 'Y'
            ADD 1 TO WS-SKIP-NODATES
            EXIT PARAGRAPH
        END-IF
        PERFORM FIND-WITHDRAW-DATE
        PERFORM COMPUTE-ELAPSED-PCT
        PERFORM LOOKUP-REFUND-PCT
        COMPUTE WS-REFUND-AMOUNT ROUNDED =
            WS-CREDIT * WS-REFUND-PCT / 100
    ELSE
        MOVE WS-CREDIT TO WS-REFUND-AMOUNT
    END-IF
    COMPUTE WS-RETAINED = WS-CREDIT - WS-REFUND-AMOUNT
    MOVE SPACES TO VOUCHER-RECORD
    MOVE WS-NEXT-VOUCHER-NO TO RFV-NUMBER
    MOVE WS-CUR-STUDENT TO RFV-STUDENT-ID
    MOVE WS-TODAY TO RFV-RUN-DATE
    IF WS-CUR-FLAG = 'W'
        MOVE 'W' TO RFV-REASON
    ELSE
        MOVE 'O' TO RFV-REASON
    END-IF
    MOVE WS-WITHDRAW-DATE TO RFV-WITHDRAW-DATE
    MOVE WS-ELAPSED-PCT TO RFV-ELAPSED-PCT
    MOVE WS-REFUND-PCT TO RFV-REFUND-PCT
    MOVE WS-CREDIT TO RFV-CREDIT
    MOVE WS-REFUND-AMOUNT TO RFV-AMOUNT
    MOVE WS-RETAINED TO RFV-RETAINED
    MOVE 'P' TO RFV-STATUS
    MOVE WS-STAFF-ID-INPUT TO RFV-RAISED-BY
    WRITE VOUCHER-RECORD
    ADD 1 TO WS-RAISED-COUNT
    ADD WS-REFUND-AMOUNT TO WS-RAISED-TOTAL
    ADD WS-RETAINED TO WS-RETAINED-TOTAL
    PERFORM PRINT-VOUCHER
    MOVE WS-CREDIT TO WS-CREDIT-DISP
    MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-DISP
    MOVE WS-RETAINED TO WS-RETAIN-DISP
    DISPLAY RFV-NUMBER "  " RFV-STUDENT-ID " " RFV-REASON "   "
        RFV-WITHDRAW-DATE " " RFV-ELAPSED-PCT "% " RFV-REFUND-PCT
        "% " WS-CREDIT-DISP "  " WS-AMOUNT-DISP "  " WS-RETAIN-DISP
    ADD 1 TO WS-NEXT-VOUCHER-NO.

PRINT-VOUCHER.
    MOVE "+--------------------------------------------+"
        TO PRINT-LINE
    WRITE PRINT-LINE
    MOVE SPACES TO PRINT-LINE
    STRING "| REFUND VOUCHER " RFV-NUMBER "    raised " WS-TODAY
        " by " RFV-RAISED-BY
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    MOVE SPACES TO PRINT-LINE
    STRING "| Student    : " RFV-STUDENT-ID " " WS-CUR-NAME
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    MOVE SPACES TO PRINT-LINE
    IF RFV-WITHDRAWAL
        STRING "| Reason     : withdrawn " RFV-WITHDRAW-DATE
            ", " RFV-ELAPSED-PCT "% of term elapsed, "
            RFV-REFUND-PCT "% refundable"
            DELIMITED BY SIZE INTO PRINT-LINE
    ELSE
        MOVE "| Reason     : overpayment" TO PRINT-LINE
    END-IF
    WRITE PRINT-LINE
    MOVE WS-CREDIT TO WS-CREDIT-DISP
    MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-DISP
    MOVE WS-RETAINED TO WS-RETAIN-DISP
    MOVE SPACES TO PRINT-LINE
    STRING "| Credit     : " WS-CREDIT-DISP
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    MOVE SPACES TO PRINT-LINE
    STRING "| Refund     : " WS-AMOUNT-DISP
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    MOVE SPACES TO PRINT-LINE
    STRING "| Retained   : " WS-RETAIN-DISP
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    MOVE "| Approved by: ______________  Date: ________"
        TO PRINT-LINE
    WRITE PRINT-LINE
    MOVE "+--------------------------------------------+"
        TO PRINT-LINE
    WRITE PRINT-LINE.

LOAD-LEDGER-BALANCES.
    *> Charges, refunds paid out and payment reversals are debits;
    *> payments, waivers and every other credit reduce the account.
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
                END-IF
                IF WS-BAL-HIT > 0
                    IF FEE-IS-DEBIT
                        ADD FEE-AMOUNT TO WS-BAL-AMOUNT(WS-BAL-HIT)
                    ELSE
                        SUBTRACT FEE-AMOUNT
                            FROM WS-BAL-AMOUNT(WS-BAL-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF.

COMPUTE-STUDENT-BALANCE.
    MOVE 0 TO WS-BALANCE
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
                    IF FEE-IS-DEBIT
                        ADD FEE-AMOUNT TO WS-BALANCE
                    ELSE
                        SUBTRACT FEE-AMOUNT FROM WS-BALANCE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF.

LOAD-OPEN-VOUCHERS.
    MOVE 0 TO WS-OPEN-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT VOUCHER-FILE
    IF FILE-STATUS-VOUCHER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ VOUCHER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF (RFV-PENDING OR RFV-APPROVED)
                        AND WS-OPEN-COUNT < 1000
                    ADD 1 TO WS-OPEN-COUNT
                    MOVE RFV-STUDENT-ID TO WS-OPEN-ID(WS-OPEN-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-VOUCHER NOT = "35"
        CLOSE VOUCHER-FILE
    END-IF.

GET-NEXT-VOUCHER-NUMBER.
    MOVE 0 TO WS-NEXT-VOUCHER-NO
    MOVE 'N' TO WS-EOF
    OPEN INPUT VOUCHER-FILE
    IF FILE-STATUS-VOUCHER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ VOUCHER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF RFV-NUMBER > WS-NEXT-VOUCHER-NO
                    MOVE RFV-NUMBER TO WS-NEXT-VOUCHER-NO
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-VOUCHER NOT = "35"
        CLOSE VOUCHER-FILE
    END-IF
    ADD 1 TO WS-NEXT-VOUCHER-NO.

LOAD-TERM-DATES.
    *> The term runs from registration opening to the exam date of
    *> the current term on the academic calendar.
    MOVE 'N' TO WS-TERM-DATES-OK
    MOVE SPACES TO WS-TERM-START
    MOVE SPACES TO WS-TERM-END
    OPEN INPUT CALENDAR-FILE
    IF FILE-STATUS-CALENDAR = "00"
        READ CALENDAR-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CAL-REG-OPEN TO WS-TERM-START
                MOVE CAL-EXAM-DATE TO WS-TERM-END
        END-READ
        CLOSE CALENDAR-FILE
    END-IF
    IF WS-TERM-START IS NUMERIC AND WS-TERM-END IS NUMERIC
            AND WS-TERM-END > WS-TERM-START
        MOVE 'Y' TO WS-TERM-DATES-OK
        COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-TERM-START))
        COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-TERM-END))
    END-IF.

LOOKUP-STUDENT-STATUS.
    *> The latest semester a student appears in carries their
    *> current withdrawn flag.
    MOVE 'N' TO WS-CUR-FOUND
    MOVE SPACE TO WS-CUR-FLAG
    MOVE SPACES TO WS-CUR-NAME
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE WS-CUR-STUDENT TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-CUR-FOUND
                MOVE WITHDRAWN4 TO WS-CUR-FLAG
                MOVE STUDENT-NAME4 TO WS-CUR-NAME
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF
    IF WS-CUR-FOUND = 'N'
        OPEN INPUT STUDENT-FILE-SEM3
        IF WS-MASTER-STATUS = "00"
            MOVE WS-CUR-STUDENT TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-CUR-FOUND
                    MOVE WITHDRAWN3 TO WS-CUR-FLAG
                    MOVE STUDENT-NAME3 TO WS-CUR-NAME
            END-READ
            CLOSE STUDENT-FILE-SEM3
        END-IF
    END-IF
    IF WS-CUR-FOUND = 'N'
        OPEN INPUT STUDENT-FILE-SEM2
        IF WS-MASTER-STATUS = "00"
            MOVE WS-CUR-STUDENT TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-CUR-FOUND
                    MOVE WITHDRAWN2 TO WS-CUR-FLAG
                    MOVE STUDENT-NAME2 TO WS-CUR-NAME
            END-READ
            CLOSE STUDENT-FILE-SEM2
        END-IF
    END-IF
    IF WS-CUR-FOUND = 'N'
        OPEN INPUT STUDENT-FILE-SEM1
        IF WS-MASTER-STATUS = "00"
            MOVE WS-CUR-STUDENT TO STUDENT-ID1
            READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-CUR-FOUND
                    MOVE WITHDRAWN1 TO WS-CUR-FLAG
                    MOVE STUDENT-NAME1 TO WS-CUR-NAME
            END-READ
            CLOSE STUDENT-FILE-SEM1
        END-IF
    END-IF.

FIND-WITHDRAW-DATE.
    *> The most recent change of the student's status to 'W' on
    *> the edit audit trail. A withdrawal made before the trail
    *> recorded it is dated from the latest clearance case opened
    *> for the student; with neither, the run date is used.
    MOVE SPACES TO WS-WITHDRAW-DATE
    MOVE 'N' TO WS-EOF
    OPEN INPUT AUDIT-FILE
    IF FILE-STATUS-AUDIT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ AUDIT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF AUDIT-STUDENT-ID = WS-CUR-STUDENT
                        AND AUDIT-FIELD-NAME = "STATUS"
                        AND AUDIT-NEW-VALUE(1:1) = 'W'
                        AND AUDIT-TIMESTAMP(1:8) > WS-WITHDRAW-DATE
                    MOVE AUDIT-TIMESTAMP(1:8) TO WS-WITHDRAW-DATE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-AUDIT NOT = "35"
        CLOSE AUDIT-FILE
    END-IF
    IF WS-WITHDRAW-DATE IS NOT NUMERIC
        PERFORM FIND-CLEARANCE-DATE
    END-IF
    IF WS-WITHDRAW-DATE IS NOT NUMERIC
        MOVE WS-TODAY TO WS-WITHDRAW-DATE
    END-IF.

FIND-CLEARANCE-DATE.
    MOVE SPACES TO WS-WITHDRAW-DATE
    MOVE 'N' TO WS-EOF
    OPEN INPUT CLEARANCE-FILE
    IF FILE-STATUS-CLEARANCE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CLEARANCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF CLR-STUDENT-ID = WS-CUR-STUDENT
                        AND CLR-OPENED-DATE IS NUMERIC
                        AND CLR-OPENED-DATE > WS-WITHDRAW-DATE
                    MOVE CLR-OPENED-DATE TO WS-WITHDRAW-DATE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CLEARANCE NOT = "35"
        CLOSE CLEARANCE-FILE
    END-IF.

COMPUTE-ELAPSED-PCT.
    COMPUTE WS-WD-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-WITHDRAW-DATE))
    EVALUATE TRUE
        WHEN WS-WD-INT <= WS-START-INT
            MOVE 0 TO WS-ELAPSED-PCT
        WHEN WS-WD-INT >= WS-END-INT
            MOVE 100 TO WS-ELAPSED-PCT
        WHEN OTHER
            COMPUTE WS-ELAPSED-PCT =
                (WS-WD-INT - WS-START-INT) * 100
                    / (WS-END-INT - WS-START-INT)
    END-EVALUATE.

LOOKUP-REFUND-PCT.
    *> The first band (lowest cut-off) the elapsed share falls
    *> within; past the last band nothing is refundable.
    MOVE 0 TO WS-REFUND-PCT
    PERFORM VARYING WS-BAND-IX FROM WS-BAND-COUNT BY -1
            UNTIL WS-BAND-IX < 1
        IF WS-ELAPSED-PCT <= WS-BAND-UPTO(WS-BAND-IX)
            MOVE WS-BAND-PCT(WS-BAND-IX) TO WS-REFUND-PCT
        END-IF
    END-PERFORM.

LOAD-SCHEDULE.
    *> Without a schedule on file the standard bands apply: full
    *> refund in the first tenth of the term, then 75%, 50% and
    *> nothing after the half-way point.
    MOVE 0 TO WS-BAND-COUNT
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
                IF WS-BAND-COUNT < 20
                    ADD 1 TO WS-BAND-COUNT
                    MOVE RFS-UPTO-PCT TO WS-BAND-UPTO(WS-BAND-COUNT)
                    MOVE RFS-REFUND-PCT TO WS-BAND-PCT(WS-BAND-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SCHEDULE NOT = "35"
        CLOSE SCHEDULE-FILE
    END-IF
    IF WS-BAND-COUNT = 0
        MOVE 4 TO WS-BAND-COUNT
        MOVE 010 TO WS-BAND-UPTO(1)
        MOVE 100 TO WS-BAND-PCT(1)
        MOVE 025 TO WS-BAND-UPTO(2)
        MOVE 075 TO WS-BAND-PCT(2)
        MOVE 050 TO WS-BAND-UPTO(3)
        MOVE 050 TO WS-BAND-PCT(3)
        MOVE 100 TO WS-BAND-UPTO(4)
        MOVE 000 TO WS-BAND-PCT(4)
    END-IF
    PERFORM VARYING WS-BAND-IX FROM 1 BY 1
            UNTIL WS-BAND-IX >= WS-BAND-COUNT
        PERFORM VARYING WS-BAND-JX FROM 1 BY 1
                UNTIL WS-BAND-JX >= WS-BAND-COUNT
            IF WS-BAND-UPTO(WS-BAND-JX) >
                    WS-BAND-UPTO(WS-BAND-JX + 1)
                MOVE WS-BAND-UPTO(WS-BAND-JX) TO WS-SWAP-UPTO
                MOVE WS-BAND-PCT(WS-BAND-JX) TO WS-SWAP-PCT
                MOVE WS-BAND-UPTO(WS-BAND-JX + 1)
                    TO WS-BAND-UPTO(WS-BAND-JX)
                MOVE WS-BAND-PCT(WS-BAND-JX + 1)
                    TO WS-BAND-PCT(WS-BAND-JX)
                MOVE WS-SWAP-UPTO TO WS-BAND-UPTO(WS-BAND-JX + 1)
                MOVE WS-SWAP-PCT TO WS-BAND-PCT(WS-BAND-JX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

SCHEDULE-MENU.
    PERFORM LOAD-SCHEDULE
    DISPLAY "Term elapsed up to  Refund"
    PERFORM VARYING WS-BAND-IX FROM 1 BY 1
            UNTIL WS-BAND-IX > WS-BAND-COUNT
        DISPLAY "      " WS-BAND-UPTO(WS-BAND-IX) "%          "
            WS-BAND-PCT(WS-BAND-IX) "%"
    END-PERFORM
    DISPLAY "Set a band? (Y/N): "
    ACCEPT WS-MENU-CHOICE
    IF FUNCTION UPPER-CASE(WS-MENU-CHOICE) NOT = 'Y'
        EXIT PARAGRAPH
    END-IF
    IF WS-STAFF-ROLE NOT = 'R'
        DISPLAY "Only a registrar may change the refund schedule."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Term elapsed up to (percent, 1-100): "
    ACCEPT WS-UPTO-INPUT
    DISPLAY "Refund percentage for that band (0-100): "
    ACCEPT WS-PCT-INPUT
    MOVE FUNCTION NUMVAL(WS-UPTO-INPUT) TO WS-UPTO
    MOVE FUNCTION NUMVAL(WS-PCT-INPUT) TO WS-PCT
    IF WS-UPTO = 0 OR WS-UPTO > 100 OR WS-PCT > 100
        DISPLAY "Cut-off must be 1-100 and refund 0-100 - "
            "nothing saved."
        EXIT PARAGRAPH
    END-IF
    *> One band per cut-off: a new band replaces the old row.
    MOVE 'N' TO WS-REPLACED
    OPEN INPUT SCHEDULE-FILE
    IF FILE-STATUS-SCHEDULE = "00"
        OPEN OUTPUT TEMP-SCHEDULE-FILE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ SCHEDULE-FILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    IF RFS-UPTO-PCT = WS-UPTO
                        MOVE 'Y' TO WS-REPLACED
                    ELSE
                        MOVE SCHEDULE-RECORD TO TEMP-SCHEDULE-RECORD
                        WRITE TEMP-SCHEDULE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SCHEDULE-FILE
        CLOSE TEMP-SCHEDULE-FILE
        CALL "CBL_DELETE_FILE" USING "refund_schedule.dat"
        CALL "CBL_RENAME_FILE" USING "temp_refund_schedule.dat"
            "refund_schedule.dat"
    END-IF
    OPEN EXTEND SCHEDULE-FILE
    IF FILE-STATUS-SCHEDULE NOT = "00"
        OPEN OUTPUT SCHEDULE-FILE
    END-IF
    MOVE WS-UPTO TO RFS-UPTO-PCT
    MOVE WS-PCT TO RFS-REFUND-PCT
    WRITE SCHEDULE-RECORD
    CLOSE SCHEDULE-FILE
    IF WS-REPLACED = 'Y'
        DISPLAY "Band replaced: up to " WS-UPTO "% -> refund "
            WS-PCT "%."
    ELSE
        DISPLAY "Band added: up to " WS-UPTO "% -> refund "
            WS-PCT "%."
    END-IF.

FIND-VOUCHER.
    *> Leaves the matching row in VOUCHER-RECORD.
    MOVE 'N' TO WS-FOUND
    OPEN INPUT VOUCHER-FILE
    IF FILE-STATUS-VOUCHER NOT = "00"
        IF FILE-STATUS-VOUCHER NOT = "35"
            CLOSE VOUCHER-FILE
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-FOUND = 'Y' OR FILE-STATUS-VOUCHER NOT = "00"
        READ VOUCHER-FILE
            AT END
                MOVE "10" TO FILE-STATUS-VOUCHER
            NOT AT END
                IF RFV-NUMBER = WS-VOUCHER-NO
                    MOVE 'Y' TO WS-FOUND
                    MOVE VOUCHER-RECORD TO WS-HOLD-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE VOUCHER-FILE
    IF WS-FOUND = 'Y'
        MOVE WS-HOLD-RECORD TO VOUCHER-RECORD
    END-IF.

SHOW-VOUCHER.
    MOVE RFV-CREDIT TO WS-CREDIT-DISP
    MOVE RFV-AMOUNT TO WS-AMOUNT-DISP
    MOVE RFV-RETAINED TO WS-RETAIN-DISP
    DISPLAY "Voucher " RFV-NUMBER "  student " RFV-STUDENT-ID
        "  raised " RFV-RUN-DATE " by " RFV-RAISED-BY
    IF RFV-WITHDRAWAL
        DISPLAY "Withdrawn " RFV-WITHDRAW-DATE " - "
            RFV-ELAPSED-PCT "% of term elapsed, " RFV-REFUND-PCT
            "% refundable"
    ELSE
        DISPLAY "Overpayment"
    END-IF
    DISPLAY "Credit " WS-CREDIT-DISP "  refund " WS-AMOUNT-DISP
        "  retained " WS-RETAIN-DISP.

DECIDE-VOUCHER.
    *> Finance approval: a registrar other than the one who raised
    *> the voucher.
    IF WS-STAFF-ROLE NOT = 'R'
        DISPLAY "Only a registrar may approve or reject vouchers."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Voucher number: "
    ACCEPT WS-NUMBER-INPUT
    MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT) TO WS-VOUCHER-NO
    PERFORM FIND-VOUCHER
    IF WS-FOUND NOT = 'Y'
        DISPLAY "No refund voucher " WS-VOUCHER-NO " on file."
        EXIT PARAGRAPH
    END-IF
    IF NOT RFV-PENDING
        DISPLAY "Voucher " WS-VOUCHER-NO " is not awaiting approval "
            "(status " RFV-STATUS ")."
        EXIT PARAGRAPH
    END-IF
    IF RFV-RAISED-BY = WS-STAFF-ID-INPUT
        DISPLAY "Voucher " WS-VOUCHER-NO " was raised by you - "
            "a second staff member must approve it."
        EXIT PARAGRAPH
    END-IF
    PERFORM SHOW-VOUCHER
    DISPLAY "A approve, X reject, anything else to leave pending: "
    ACCEPT WS-DECISION
    MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
    IF WS-DECISION NOT = 'A' AND WS-DECISION NOT = 'X'
        DISPLAY "Voucher " WS-VOUCHER-NO " left pending."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DECISION TO WS-NEW-STATUS
    MOVE SPACES TO WS-PAY-REF-INPUT
    PERFORM UPDATE-VOUCHER-STATUS
    MOVE RFV-STUDENT-ID TO WS-CUR-STUDENT
    MOVE SPACES TO WS-ACT-DETAIL
    STRING "RFV " WS-VOUCHER-NO
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    IF WS-DECISION = 'A'
        MOVE "REFUND-APPROVE" TO WS-ACT-FUNCTION
        DISPLAY "Voucher " WS-VOUCHER-NO " approved for payment."
    ELSE
        MOVE "REFUND-REJECT" TO WS-ACT-FUNCTION
        DISPLAY "Voucher " WS-VOUCHER-NO " rejected."
    END-IF
    PERFORM LOG-REFUND-ACTION.

PAY-VOUCHER.
    DISPLAY "Voucher number: "
    ACCEPT WS-NUMBER-INPUT
    MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT) TO WS-VOUCHER-NO
    PERFORM FIND-VOUCHER
    IF WS-FOUND NOT = 'Y'
        DISPLAY "No refund voucher " WS-VOUCHER-NO " on file."
        EXIT PARAGRAPH
    END-IF
    IF NOT RFV-APPROVED
        DISPLAY "Voucher " WS-VOUCHER-NO " is not approved for "
            "payment (status " RFV-STATUS ")."
        EXIT PARAGRAPH
    END-IF
    PERFORM SHOW-VOUCHER
    *> The account must still hold the credit the voucher was
    *> raised on - a charge posted since would otherwise be paid
    *> out as a refund.
    MOVE RFV-STUDENT-ID TO WS-CUR-STUDENT
    PERFORM COMPUTE-STUDENT-BALANCE
    IF WS-BALANCE + RFV-CREDIT > 0
        MOVE WS-BALANCE TO WS-BALANCE-DISP
        DISPLAY "The account now stands at " WS-BALANCE-DISP
            " - it has changed since the voucher was raised. "
            "Reject it and re-run the refunds."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Payment reference (cheque / transfer no): "
    MOVE SPACES TO WS-PAY-REF-INPUT
    ACCEPT WS-PAY-REF-INPUT
    IF WS-PAY-REF-INPUT = SPACES
        DISPLAY "A payment reference is required. Nothing posted."
        EXIT PARAGRAPH
    END-IF
    MOVE 'D' TO WS-NEW-STATUS
    PERFORM UPDATE-VOUCHER-STATUS
    OPEN EXTEND FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        OPEN OUTPUT FEE-FILE
    END-IF
    IF RFV-AMOUNT > 0
        MOVE SPACES TO FEE-RECORD
        MOVE RFV-STUDENT-ID TO FEE-STUDENT-ID
        MOVE WS-TODAY TO FEE-POST-DATE
        MOVE 'R' TO FEE-TYPE
        MOVE RFV-AMOUNT TO FEE-AMOUNT
        STRING "REFUND RFV " RFV-NUMBER " " WS-PAY-REF-INPUT
            DELIMITED BY SIZE INTO FEE-DESCRIPTION
        WRITE FEE-RECORD
    END-IF
    IF RFV-RETAINED > 0
        MOVE SPACES TO FEE-RECORD
        MOVE RFV-STUDENT-ID TO FEE-STUDENT-ID
        MOVE WS-TODAY TO FEE-POST-DATE
        MOVE 'C' TO FEE-TYPE
        MOVE RFV-RETAINED TO FEE-AMOUNT
        STRING "WDL RETENTION RFV " RFV-NUMBER
            DELIMITED BY SIZE INTO FEE-DESCRIPTION
        WRITE FEE-RECORD
    END-IF
    CLOSE FEE-FILE
    MOVE "REFUND-PAID" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ACT-DETAIL
    STRING "RFV " WS-VOUCHER-NO " " WS-PAY-REF-INPUT
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    PERFORM LOG-REFUND-ACTION
    DISPLAY "Voucher " WS-VOUCHER-NO " paid and posted to the "
        "ledger.".

UPDATE-VOUCHER-STATUS.
    OPEN INPUT VOUCHER-FILE
    OPEN OUTPUT TEMP-VOUCHER-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ VOUCHER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF RFV-NUMBER = WS-VOUCHER-NO
                    MOVE WS-NEW-STATUS TO RFV-STATUS
                    IF WS-NEW-STATUS = 'D'
                        MOVE WS-TODAY TO RFV-PAID-DATE
                        MOVE WS-PAY-REF-INPUT TO RFV-PAY-REF
                    ELSE
                        MOVE WS-STAFF-ID-INPUT TO RFV-APPROVER
                        MOVE WS-TODAY TO RFV-APPR-DATE
                    END-IF
                    MOVE VOUCHER-RECORD TO WS-HOLD-RECORD
                END-IF
                MOVE VOUCHER-RECORD TO TEMP-VOUCHER-RECORD
                WRITE TEMP-VOUCHER-RECORD
        END-READ
    END-PERFORM
    CLOSE VOUCHER-FILE
    CLOSE TEMP-VOUCHER-FILE
    CALL "CBL_DELETE_FILE" USING "refund_vouchers.dat"
    CALL "CBL_RENAME_FILE" USING "temp_refund_vouchers.dat"
        "refund_vouchers.dat"
    MOVE WS-HOLD-RECORD TO VOUCHER-RECORD.

LIST-VOUCHERS.
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT VOUCHER-FILE
    IF FILE-STATUS-VOUCHER NOT = "00"
        DISPLAY "No refund vouchers on file."
        SET END-OF-FILE TO TRUE
    ELSE
        DISPLAY "Voucher Student    Rsn Raised      Refund    "
            "Retained St Raised-by  Approver"
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ VOUCHER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF RFV-PENDING OR RFV-APPROVED
                    ADD 1 TO WS-LIST-COUNT
                    MOVE RFV-AMOUNT TO WS-AMOUNT-DISP
                    MOVE RFV-RETAINED TO WS-RETAIN-DISP
                    DISPLAY RFV-NUMBER "  " RFV-STUDENT-ID " "
                        RFV-REASON "   " RFV-RUN-DATE " "
                        WS-AMOUNT-DISP "  " WS-RETAIN-DISP " "
                        RFV-STATUS "  " RFV-RAISED-BY " "
                        RFV-APPROVER
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-VOUCHER NOT = "35"
        CLOSE VOUCHER-FILE
        DISPLAY WS-LIST-COUNT " open voucher(s)."
    END-IF.

LOG-REFUND-ACTION.
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
