IDENTIFICATION DIVISION.
PROGRAM-ID. FEE-WAIVER.

*> Fee waiver and discount authorization register. Sibling
*> discounts, staff-child waivers and hardship reductions are
*> requested here against a student and term, either as a
*> percentage of the term tuition (taken from billing_register.dat,
*> so the term must have been billed first) or as a fixed amount.
*> A request does nothing to the account until a second staff
*> member - a registrar, and never the one who raised it - approves
*> it with their own PIN. Approval posts the waiver to
*> fee_ledger.dat as its own entry type 'W' (a credit, but not
*> cash: no receipt, no cashier session), so the session
*> reconciliation and the receipt sequence are left alone.
*> Requests, approvals and rejections are logged to
*> activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WAIVER-FILE ASSIGN TO "fee_waivers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-WAIVER.
    SELECT TEMP-WAIVER-FILE ASSIGN TO "temp_waivers.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REGISTER-FILE ASSIGN TO "billing_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REGISTER.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.
    SELECT STAFF-FILE ASSIGN TO "staff_pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STAFF.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.

DATA DIVISION.
FILE SECTION.
FD  WAIVER-FILE.
01  WAIVER-RECORD.
    05  WVR-NUMBER         PIC 9(6).
    05  WVR-STUDENT-ID     PIC X(10).
    05  WVR-TYPE           PIC X.
        88  WAIVER-SIBLING     VALUE 'S'.
        88  WAIVER-STAFF-CHILD VALUE 'T'.
        88  WAIVER-HARDSHIP    VALUE 'H'.
        88  WAIVER-OTHER       VALUE 'O'.
    05  WVR-BASIS          PIC X.
        88  WAIVER-PERCENT     VALUE 'P'.
        88  WAIVER-FIXED       VALUE 'F'.
    05  WVR-PERCENT        PIC 9(3).
    05  WVR-AMOUNT         PIC 9(7)V99.
    05  WVR-TERM           PIC X(10).
    05  WVR-REQUESTER      PIC X(10).
    05  WVR-APPROVER       PIC X(10).
    05  WVR-STATUS         PIC X.
        88  WAIVER-REQUESTED   VALUE 'R'.
        88  WAIVER-APPROVED    VALUE 'A'.
        88  WAIVER-REJECTED    VALUE 'X'.
    05  WVR-REQ-DATE       PIC X(8).
    05  WVR-APPR-DATE      PIC X(8).
    05  WVR-POSTED-AMOUNT  PIC 9(7)V99.
    05  WVR-REASON         PIC X(30).

FD  TEMP-WAIVER-FILE.
01  TEMP-WAIVER-RECORD     PIC X(116).

FD  REGISTER-FILE.
01  REGISTER-RECORD.
    05  BRG-TERM           PIC X(10).
    05  BRG-STUDENT-ID     PIC X(10).
    05  BRG-SEMESTER       PIC 9.
    05  BRG-PROGRAM-CODE   PIC X(3).
    05  BRG-AMOUNT         PIC 9(7)V99.
    05  BRG-POST-DATE      PIC X(8).

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-PAYMENT  VALUE 'P'.
        88  FEE-IS-WAIVER   VALUE 'W'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

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

WORKING-STORAGE SECTION.
01  FILE-STATUS-WAIVER     PIC XX.
01  FILE-STATUS-REGISTER   PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
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
01  WS-ID-INPUT            PIC X(10).
01  WS-TYPE-INPUT          PIC X.
01  WS-BASIS-INPUT         PIC X.
01  WS-VALUE-INPUT         PIC X(12).
01  WS-PERCENT             PIC 9(3).
01  WS-AMOUNT              PIC 9(7)V99.
01  WS-REASON-INPUT        PIC X(30).
01  WS-TERM                PIC X(10).
01  WS-TERM-INPUT          PIC X(10).
01  WS-NUMBER-INPUT        PIC X(6).
01  WS-WAIVER-NO           PIC 9(6).
01  WS-NEXT-WAIVER-NO      PIC 9(6) VALUE 0.
01  WS-FOUND               PIC X.
01  WS-DECISION            PIC X.
01  WS-TUITION-TOTAL       PIC 9(8)V99.
01  WS-POST-AMOUNT         PIC 9(7)V99.
01  WS-LIST-COUNT          PIC 9(4) VALUE 0.
01  WS-LIST-FILTER         PIC X(10).
01  WS-AMOUNT-DISP         PIC Z(6)9.99.
01  WS-ACT-FUNCTION        PIC X(20).
01  WS-ACT-DETAIL          PIC X(25).
01  WS-HOLD-RECORD         PIC X(116).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Fee Waiver and Discount Register ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID-INPUT
    DISPLAY "PIN: "
    ACCEPT WS-STAFF-PIN-INPUT
    PERFORM VERIFY-STAFF
    IF WS-STAFF-OK NOT = 'Y'
        DISPLAY "Staff check failed - access denied."
        STOP RUN
    END-IF
    DISPLAY "1. Request a waiver or discount"
    DISPLAY "2. Approve / reject a pending waiver"
    DISPLAY "3. List waivers (one student, or all pending)"
    DISPLAY "Enter choice (1-3): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM REQUEST-WAIVER
        WHEN '2'
            PERFORM DECIDE-WAIVER
        WHEN '3'
            PERFORM LIST-WAIVERS
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

VERIFY-STAFF.
    *> Any active staff member may raise a request; the role is
    *> kept so that the approval step can insist on a registrar.
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

ACCEPT-TERM.
    *> The term defaults to the current term on the academic
    *> calendar.
    MOVE SPACES TO WS-TERM
    OPEN INPUT CALENDAR-FILE
    IF FILE-STATUS-CALENDAR = "00"
        READ CALENDAR-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CAL-TERM TO WS-TERM
        END-READ
        CLOSE CALENDAR-FILE
    END-IF
    DISPLAY "Term [" WS-TERM "] (Enter for the current term): "
    MOVE SPACES TO WS-TERM-INPUT
    ACCEPT WS-TERM-INPUT
    IF WS-TERM-INPUT NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-TERM-INPUT) TO WS-TERM
    END-IF.

REQUEST-WAIVER.
    DISPLAY "Enter Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM ACCEPT-TERM
    IF WS-TERM = SPACES
        DISPLAY "A term is required. Nothing recorded."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Waiver type - S sibling, T staff child, H hardship, "
        "O other: "
    ACCEPT WS-TYPE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT
    IF WS-TYPE-INPUT NOT = 'S' AND WS-TYPE-INPUT NOT = 'T'
            AND WS-TYPE-INPUT NOT = 'H' AND WS-TYPE-INPUT NOT = 'O'
        DISPLAY "Waiver type must be S, T, H or O."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Basis - P percentage of term tuition, F fixed amount: "
    ACCEPT WS-BASIS-INPUT
    MOVE FUNCTION UPPER-CASE(WS-BASIS-INPUT) TO WS-BASIS-INPUT
    MOVE 0 TO WS-PERCENT
    MOVE 0 TO WS-AMOUNT
    EVALUATE WS-BASIS-INPUT
        WHEN 'P'
            DISPLAY "Percentage (1-100): "
            ACCEPT WS-VALUE-INPUT
            MOVE FUNCTION NUMVAL(WS-VALUE-INPUT) TO WS-PERCENT
            IF WS-PERCENT = 0 OR WS-PERCENT > 100
                DISPLAY "Percentage must be 1-100. Nothing recorded."
                EXIT PARAGRAPH
            END-IF
        WHEN 'F'
            DISPLAY "Amount (e.g. 250.00): "
            ACCEPT WS-VALUE-INPUT
            MOVE FUNCTION NUMVAL(WS-VALUE-INPUT) TO WS-AMOUNT
            IF WS-AMOUNT = 0
                DISPLAY "Amount must be greater than zero. "
                    "Nothing recorded."
                EXIT PARAGRAPH
            END-IF
        WHEN OTHER
            DISPLAY "Basis must be P or F."
            EXIT PARAGRAPH
    END-EVALUATE
    DISPLAY "Reason / reference: "
    ACCEPT WS-REASON-INPUT
    PERFORM GET-NEXT-WAIVER-NUMBER
    OPEN EXTEND WAIVER-FILE
    IF FILE-STATUS-WAIVER NOT = "00"
        OPEN OUTPUT WAIVER-FILE
    END-IF
    MOVE SPACES TO WAIVER-RECORD
    MOVE WS-NEXT-WAIVER-NO TO WVR-NUMBER
    MOVE WS-ID-INPUT TO WVR-STUDENT-ID
    MOVE WS-TYPE-INPUT TO WVR-TYPE
    MOVE WS-BASIS-INPUT TO WVR-BASIS
    MOVE WS-PERCENT TO WVR-PERCENT
    MOVE WS-AMOUNT TO WVR-AMOUNT
    MOVE WS-TERM TO WVR-TERM
    MOVE WS-STAFF-ID-INPUT TO WVR-REQUESTER
    MOVE 'R' TO WVR-STATUS
    MOVE FUNCTION CURRENT-DATE(1:8) TO WVR-REQ-DATE
    MOVE 0 TO WVR-POSTED-AMOUNT
    MOVE WS-REASON-INPUT TO WVR-REASON
    WRITE WAIVER-RECORD
    CLOSE WAIVER-FILE
    MOVE WS-NEXT-WAIVER-NO TO WS-WAIVER-NO
    MOVE "WAIVER-REQUEST" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ACT-DETAIL
    STRING "WVR " WS-NEXT-WAIVER-NO " " WS-TYPE-INPUT " "
        WS-TERM DELIMITED BY SIZE INTO WS-ACT-DETAIL
    PERFORM LOG-WAIVER-ACTION
    DISPLAY "Waiver " WS-NEXT-WAIVER-NO " recorded for "
        WS-ID-INPUT " - it takes effect once a second staff "
        "member approves it.".

GET-NEXT-WAIVER-NUMBER.
    MOVE 0 TO WS-NEXT-WAIVER-NO
    MOVE 'N' TO WS-EOF
    OPEN INPUT WAIVER-FILE
    IF FILE-STATUS-WAIVER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ WAIVER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WVR-NUMBER > WS-NEXT-WAIVER-NO
                    MOVE WVR-NUMBER TO WS-NEXT-WAIVER-NO
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-WAIVER NOT = "35"
        CLOSE WAIVER-FILE
    END-IF
    ADD 1 TO WS-NEXT-WAIVER-NO.

DECIDE-WAIVER.
    *> The approver is the signed-on staff member; they must hold
    *> the registrar role and cannot approve their own request.
    IF WS-STAFF-ROLE NOT = 'R'
        DISPLAY "Only a registrar may approve or reject waivers."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Waiver number: "
    ACCEPT WS-NUMBER-INPUT
    MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT) TO WS-WAIVER-NO
    PERFORM FIND-WAIVER
    IF WS-FOUND NOT = 'Y'
        DISPLAY "No waiver " WS-WAIVER-NO " on the register."
        EXIT PARAGRAPH
    END-IF
    IF NOT WAIVER-REQUESTED
        DISPLAY "Waiver " WS-WAIVER-NO " is not pending (status "
            WVR-STATUS ")."
        EXIT PARAGRAPH
    END-IF
    IF WVR-REQUESTER = WS-STAFF-ID-INPUT
        DISPLAY "Waiver " WS-WAIVER-NO " was requested by you - "
            "a second staff member must approve it."
        EXIT PARAGRAPH
    END-IF
    MOVE WVR-STUDENT-ID TO WS-ID-INPUT
    MOVE WVR-TERM TO WS-TERM
    DISPLAY "Student " WVR-STUDENT-ID "  term " WVR-TERM
        "  type " WVR-TYPE "  requested by " WVR-REQUESTER
    IF WAIVER-PERCENT
        PERFORM SUM-TERM-TUITION
        IF WS-TUITION-TOTAL = 0
            DISPLAY "Term " FUNCTION TRIM(WS-TERM) " has not been "
                "billed for this student - run the tuition billing "
                "before approving a percentage waiver."
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-POST-AMOUNT ROUNDED =
            WS-TUITION-TOTAL * WVR-PERCENT / 100
        MOVE WS-TUITION-TOTAL TO WS-AMOUNT-DISP
        DISPLAY WVR-PERCENT "% of term tuition " WS-AMOUNT-DISP
    ELSE
        MOVE WVR-AMOUNT TO WS-POST-AMOUNT
    END-IF
    MOVE WS-POST-AMOUNT TO WS-AMOUNT-DISP
    DISPLAY "Waiver amount to post: " WS-AMOUNT-DISP
    DISPLAY "Reason: " WVR-REASON
    DISPLAY "A approve, X reject, anything else to leave pending: "
    ACCEPT WS-DECISION
    MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
    IF WS-DECISION NOT = 'A' AND WS-DECISION NOT = 'X'
        DISPLAY "Waiver " WS-WAIVER-NO " left pending."
        EXIT PARAGRAPH
    END-IF
    PERFORM UPDATE-WAIVER-STATUS
    MOVE SPACES TO WS-ACT-DETAIL
    STRING "WVR " WS-WAIVER-NO " " WVR-TYPE " " WS-TERM
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    IF WS-DECISION = 'A'
        PERFORM POST-WAIVER-ENTRY
        MOVE "WAIVER-APPROVE" TO WS-ACT-FUNCTION
        PERFORM LOG-WAIVER-ACTION
        DISPLAY "Waiver " WS-WAIVER-NO " approved and posted to "
            "the ledger."
    ELSE
        MOVE "WAIVER-REJECT" TO WS-ACT-FUNCTION
        PERFORM LOG-WAIVER-ACTION
        DISPLAY "Waiver " WS-WAIVER-NO " rejected."
    END-IF.

FIND-WAIVER.
    *> Leaves the matching row in WAIVER-RECORD.
    MOVE 'N' TO WS-FOUND
    OPEN INPUT WAIVER-FILE
    IF FILE-STATUS-WAIVER NOT = "00"
        IF FILE-STATUS-WAIVER NOT = "35"
            CLOSE WAIVER-FILE
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-FOUND = 'Y' OR FILE-STATUS-WAIVER NOT = "00"
        READ WAIVER-FILE
            AT END
                MOVE "10" TO FILE-STATUS-WAIVER
            NOT AT END
                IF WVR-NUMBER = WS-WAIVER-NO
                    MOVE 'Y' TO WS-FOUND
                    MOVE WAIVER-RECORD TO WS-HOLD-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE WAIVER-FILE
    IF WS-FOUND = 'Y'
        MOVE WS-HOLD-RECORD TO WAIVER-RECORD
    END-IF.

SUM-TERM-TUITION.
    MOVE 0 TO WS-TUITION-TOTAL
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
                IF BRG-TERM = WS-TERM
                        AND BRG-STUDENT-ID = WS-ID-INPUT
                    ADD BRG-AMOUNT TO WS-TUITION-TOTAL
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-REGISTER NOT = "35"
        CLOSE REGISTER-FILE
    END-IF.

UPDATE-WAIVER-STATUS.
    OPEN INPUT WAIVER-FILE
    OPEN OUTPUT TEMP-WAIVER-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ WAIVER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WVR-NUMBER = WS-WAIVER-NO AND WAIVER-REQUESTED
                    MOVE WS-DECISION TO WVR-STATUS
                    MOVE WS-STAFF-ID-INPUT TO WVR-APPROVER
                    MOVE FUNCTION CURRENT-DATE(1:8)
                        TO WVR-APPR-DATE
                    IF WS-DECISION = 'A'
                        MOVE WS-POST-AMOUNT TO WVR-POSTED-AMOUNT
                    END-IF
                    MOVE WAIVER-RECORD TO WS-HOLD-RECORD
                END-IF
                MOVE WAIVER-RECORD TO TEMP-WAIVER-RECORD
                WRITE TEMP-WAIVER-RECORD
        END-READ
    END-PERFORM
    CLOSE WAIVER-FILE
    CLOSE TEMP-WAIVER-FILE
    CALL "CBL_DELETE_FILE" USING "fee_waivers.dat"
    CALL "CBL_RENAME_FILE" USING "temp_waivers.dat"
        "fee_waivers.dat"
    MOVE WS-HOLD-RECORD TO WAIVER-RECORD.

POST-WAIVER-ENTRY.
    *> The waiver number leads the description, the same way a
    *> receipt number leads a counter payment.
    OPEN EXTEND FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        OPEN OUTPUT FEE-FILE
    END-IF
    MOVE SPACES TO FEE-RECORD
    MOVE WVR-STUDENT-ID TO FEE-STUDENT-ID
    MOVE FUNCTION CURRENT-DATE(1:8) TO FEE-POST-DATE
    MOVE 'W' TO FEE-TYPE
    MOVE WS-POST-AMOUNT TO FEE-AMOUNT
    STRING "WAIVER " WVR-NUMBER " " WVR-TYPE " " WVR-TERM
        DELIMITED BY SIZE INTO FEE-DESCRIPTION
    WRITE FEE-RECORD
    CLOSE FEE-FILE.

LIST-WAIVERS.
    DISPLAY "Student ID (Enter for all pending requests): "
    MOVE SPACES TO WS-LIST-FILTER
    ACCEPT WS-LIST-FILTER
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT WAIVER-FILE
    IF FILE-STATUS-WAIVER NOT = "00"
        DISPLAY "No waiver register on file."
        SET END-OF-FILE TO TRUE
    ELSE
        DISPLAY "Number Student    Ty Bs Pct Amount     Term       "
            "Requester  Approver   St Posted"
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ WAIVER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF (WS-LIST-FILTER = SPACES AND WAIVER-REQUESTED)
                        OR (WS-LIST-FILTER NOT = SPACES
                            AND WVR-STUDENT-ID = WS-LIST-FILTER)
                    ADD 1 TO WS-LIST-COUNT
                    IF WAIVER-APPROVED
                        MOVE WVR-POSTED-AMOUNT TO WS-AMOUNT-DISP
                    ELSE
                        MOVE WVR-AMOUNT TO WS-AMOUNT-DISP
                    END-IF
                    DISPLAY WVR-NUMBER " " WVR-STUDENT-ID " "
                        WVR-TYPE "  " WVR-BASIS "  " WVR-PERCENT
                        " " WS-AMOUNT-DISP " " WVR-TERM " "
                        WVR-REQUESTER " " WVR-APPROVER " "
                        WVR-STATUS "  " WVR-APPR-DATE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-WAIVER NOT = "35"
        CLOSE WAIVER-FILE
        DISPLAY WS-LIST-COUNT " waiver(s) listed."
    END-IF.

LOG-WAIVER-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID-INPUT TO ACT-STAFF-ID
    MOVE WS-ACT-FUNCTION TO ACT-FUNCTION
    MOVE WS-ID-INPUT TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-ACT-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
