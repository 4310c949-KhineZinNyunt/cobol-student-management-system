*> Counter payments are receipted: the cashier opens a session with
*> a float, every payment issues a numbered receipt tied to that
*> session, and closing the session prints a cash reconciliation of
*> receipts issued against payments posted. Approved fee waivers
*> and discounts (FEE-WAIVER) arrive as entry type 'W': they
*> reduce the balance like a payment but are shown apart from it
*> and never take part in the cash reconciliation. Refunds paid
*> out on a REFUND-RUN voucher arrive as type 'R', a debit that
*> takes the refunded credit back off the account.
*> A receipted payment that has to be undone (bounced cheque,
*> wrong student keyed) is reversed by receipt number with a
*> supervisor's PIN and a reason code: an equal and opposite
*> entry of type 'V' is posted, the receipt is marked cancelled
*> (never deleted), the reversal is logged to activity_log.dat,
*> and the session reconciliation and the daily reversals report
*> both pick it up.
*> An account handed to the collection agency (AGENCY-HANDOVER,
*> collection_register.dat) is flagged when the cashier takes a
*> payment or prints a statement for it, so the student is not
*> chased at the counter as well.
*> Modes (LS-MODE):
*>   'M' - interactive menu (post charge/payment, print statement)
*>   'H' - hold check: sets LS-HOLD to 'Y' when LS-STUDENT-ID has
    SELECT SCHEDULE-FILE ASSIGN TO "fee_schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SCHEDULE.
    SELECT TEMP-RECEIPT-FILE ASSIGN TO "temp_receipts.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STAFF-FILE ASSIGN TO "staff_pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STAFF.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT REVERSAL-REPORT-FILE ASSIGN TO WS-REVERSAL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT COLLECTION-FILE ASSIGN TO "collection_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-COLLECTION.

DATA DIVISION.
FILE SECTION.
    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-PAYMENT  VALUE 'P'.
        88  FEE-IS-WAIVER   VALUE 'W'.
        88  FEE-IS-REFUND   VALUE 'R'.
        88  FEE-IS-REVERSAL VALUE 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

    05  RCP-DATE           PIC X(8).
    05  RCP-TIME           PIC X(6).
    05  RCP-CASHIER-ID     PIC X(10).
    05  RCP-STATUS         PIC X.
        88  RECEIPT-CANCELLED VALUE 'X'.
    05  RCP-CANCEL-DATE    PIC X(8).
    05  RCP-CANCEL-REASON  PIC X(2).
    05  RCP-CANCEL-BY      PIC X(10).

FD  SESSION-FILE.
01  SESSION-RECORD.
FD  TEMP-SESSION-FILE.
01  TEMP-SESSION-RECORD    PIC X(52).

FD  TEMP-RECEIPT-FILE.
01  TEMP-RECEIPT-RECORD    PIC X(74).

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

FD  COLLECTION-FILE.
01  COLLECTION-RECORD.
    05  COL-STUDENT-ID     PIC X(10).
    05  COL-PLACED-DATE    PIC X(8).
    05  COL-PLACED-AMOUNT  PIC 9(7)V99.
    05  COL-COLLECTED      PIC 9(7)V99.
    05  COL-STATUS         PIC X.
        88  COL-AT-AGENCY   VALUE 'A'.
    05  COL-CLOSED-DATE    PIC X(8).

FD  REVERSAL-REPORT-FILE.
01  REVERSAL-LINE          PIC X(80).

FD  SCHEDULE-FILE.
01  SCHEDULE-RECORD.
    05  SCH-STUDENT-ID     PIC X(10).
01  WS-DESC-INPUT          PIC X(30).
01  WS-CHARGE-TOTAL        PIC 9(8)V99 VALUE 0.
01  WS-PAYMENT-TOTAL       PIC 9(8)V99 VALUE 0.
01  WS-WAIVER-TOTAL        PIC 9(8)V99 VALUE 0.
01  WS-REFUND-TOTAL        PIC 9(8)V99 VALUE 0.
01  WS-REVERSAL-TOTAL      PIC 9(8)V99 VALUE 0.
01  WS-BALANCE             PIC S9(8)V99 VALUE 0.
01  WS-BALANCE-DISP        PIC -(8)9.99.
01  WS-AMOUNT-DISP         PIC Z(6)9.99.
01  WS-NEXT-SESSION-NO     PIC 9(4) VALUE 0.
01  WS-NEXT-RECEIPT-NO     PIC 9(6) VALUE 0.
01  WS-RECEIPT-REF         PIC X(12).
01  WS-POSTING-AMOUNT      PIC 9(9).
01  WS-POSTING-STAFF       PIC X(10).
01  WS-SESSION-FOUND       PIC X VALUE 'N'.
01  WS-RECON-SESSION       PIC 9(4).
01  WS-RECON-CASHIER       PIC X(10).
01  WS-TODAY-DATE          PIC X(8).
01  WS-INST-NO-INPUT       PIC X(2).
01  WS-DUE-DATE-INPUT      PIC X(8).
01  FILE-STATUS-STAFF      PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-SUPER-ID            PIC X(10).
01  WS-SUPER-PIN           PIC X(6).
01  WS-SUPER-OK            PIC X VALUE 'N'.
01  WS-RCP-NO-INPUT        PIC X(6).
01  WS-RCP-NO              PIC 9(6).
01  WS-RCP-FOUND           PIC X VALUE 'N'.
01  WS-HOLD-RECEIPT        PIC X(74).
01  WS-REASON-INPUT        PIC X(2).
01  WS-CONFIRM             PIC X.
01  WS-CANCEL-COUNT        PIC 9(4) VALUE 0.
01  WS-CANCEL-TOTAL        PIC 9(8)V99 VALUE 0.
01  WS-REVERSAL-HIT        PIC X VALUE 'N'.
01  WS-RECON-REPRINT       PIC X VALUE 'N'.
01  WS-SESSION-NO-INPUT    PIC X(4).
01  WS-REPORT-DATE         PIC X(8).
01  WS-REVERSAL-FILENAME   PIC X(40).
01  WS-REVERSAL-COUNT      PIC 9(4) VALUE 0.
01  FILE-STATUS-COLLECTION PIC XX.

LINKAGE SECTION.
01  LS-MODE                PIC X.
    DISPLAY "4. Open cashier session"
    DISPLAY "5. Close cashier session / cash reconciliation"
    DISPLAY "6. Installment plan (view / add)"
    DISPLAY "7. Reverse a receipted payment (supervisor)"
    DISPLAY "8. Reprint a session reconciliation"
    DISPLAY "9. Daily reversals report"
    DISPLAY "Enter choice (1-9): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM CLOSE-CASHIER-SESSION
        WHEN '6'
            PERFORM INSTALLMENT-PLAN-MENU
        WHEN '7'
            PERFORM REVERSE-PAYMENT
        WHEN '8'
            PERFORM REPRINT-RECONCILIATION
        WHEN '9'
            PERFORM DAILY-REVERSALS-REPORT
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE.
        MOVE WS-DESC-INPUT TO FEE-DESCRIPTION
        WRITE FEE-RECORD
        CLOSE FEE-FILE
        MOVE "FEE-LEDGER" TO WS-POSTING-STAFF
        MOVE SPACES TO WS-RECEIPT-REF
        PERFORM LOG-FEE-POSTING
        IF WS-TYPE-INPUT = 'C'
            DISPLAY "Charge posted for " WS-ID-INPUT
        ELSE
    ELSE
        DISPLAY "Enter Student ID: "
        ACCEPT WS-ID-INPUT
        PERFORM CHECK-AGENCY-PLACEMENT
        DISPLAY "Enter amount (e.g. 1500.00): "
        ACCEPT WS-AMOUNT-INPUT
        MOVE FUNCTION NUMVAL(WS-AMOUNT-INPUT) TO WS-AMOUNT
                DELIMITED BY SIZE INTO FEE-DESCRIPTION
            WRITE FEE-RECORD
            CLOSE FEE-FILE
            MOVE WS-CASHIER-INPUT TO WS-POSTING-STAFF
            PERFORM LOG-FEE-POSTING
            PERFORM PRINT-RECEIPT
            PERFORM COMPUTE-BALANCE
            MOVE WS-BALANCE TO WS-BALANCE-DISP
    ELSE
        MOVE WS-OPEN-SESSION-NO TO WS-RECON-SESSION
        MOVE WS-CASHIER-INPUT TO WS-RECON-CASHIER
        MOVE 'N' TO WS-RECON-REPRINT
        PERFORM MARK-SESSION-CLOSED
        PERFORM SESSION-RECONCILIATION
    END-IF.
    *> Every receipt issued in the session must have a matching
    *> payment line in the ledger (same RCPT reference and amount);
    *> anything unmatched is a dispute waiting to happen and is
    *> listed by receipt number. Receipts since cancelled must have
    *> their reversal entry on the ledger and come off the cash
    *> expected in the drawer.
    MOVE 0 TO WS-CANCEL-COUNT
    MOVE 0 TO WS-CANCEL-TOTAL
    MOVE 0 TO WS-RECEIPT-COUNT
    MOVE 0 TO WS-RECEIPT-TOTAL
    MOVE 0 TO WS-POSTED-MATCHED
                            RCP-STUDENT-ID " has NO matching "
                            "ledger payment."
                    END-IF
                    IF RECEIPT-CANCELLED
                        ADD 1 TO WS-CANCEL-COUNT
                        ADD RCP-AMOUNT TO WS-CANCEL-TOTAL
                        PERFORM MATCH-REVERSAL-TO-LEDGER
                        MOVE RCP-AMOUNT TO WS-AMOUNT-DISP
                        IF WS-REVERSAL-HIT = 'Y'
                            DISPLAY "  Receipt " RCP-NUMBER
                                " cancelled " RCP-CANCEL-DATE
                                " reason " RCP-CANCEL-REASON
                                " by " RCP-CANCEL-BY " "
                                WS-AMOUNT-DISP
                        ELSE
                            ADD 1 TO WS-MISSING-COUNT
                            DISPLAY "  Receipt " RCP-NUMBER
                                " is cancelled but has NO reversal "
                                "entry on the ledger."
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE WS-POSTED-TOTAL TO WS-TOTAL-DISP
    DISPLAY "Payments posted    : " WS-POSTED-MATCHED
        "  total " WS-TOTAL-DISP
    MOVE WS-CANCEL-TOTAL TO WS-TOTAL-DISP
    DISPLAY "Receipts reversed  : " WS-CANCEL-COUNT
        "  total " WS-TOTAL-DISP
    COMPUTE WS-EXPECTED-CASH = WS-OPEN-FLOAT + WS-RECEIPT-TOTAL
        - WS-CANCEL-TOTAL
    MOVE WS-EXPECTED-CASH TO WS-TOTAL-DISP
    DISPLAY "Expected cash in drawer (float + receipts - "
        "reversals): " WS-TOTAL-DISP
    IF WS-MISSING-COUNT = 0
        DISPLAY "All receipts reconcile to posted payments."
    ELSE
        DISPLAY WS-MISSING-COUNT " receipt(s) without a posted "
            "payment or reversal - investigate before banking."
    END-IF
    IF WS-RECON-REPRINT = 'Y'
        DISPLAY "Reprint of session " WS-RECON-SESSION "."
    ELSE
        DISPLAY "Session " WS-RECON-SESSION " closed."
    END-IF.

SCAN-SCHEDULE-DUE.
    *> Totals the installments for WS-ID-INPUT - the whole schedule
        CLOSE FEE-FILE
    END-IF.

MATCH-REVERSAL-TO-LEDGER.
    *> The reversal entry carries the cancelled receipt's
    *> reference behind an "RVSL " prefix.
    MOVE 'N' TO WS-REVERSAL-HIT
    MOVE SPACES TO WS-RECEIPT-REF
    STRING "RCPT " RCP-NUMBER
        DELIMITED BY SIZE INTO WS-RECEIPT-REF
    OPEN INPUT FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        IF FILE-STATUS-FEE NOT = "35"
            CLOSE FEE-FILE
        END-IF
    ELSE
        PERFORM UNTIL WS-REVERSAL-HIT = 'Y'
                OR FILE-STATUS-FEE NOT = "00"
            READ FEE-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-FEE
                NOT AT END
                    IF FEE-IS-REVERSAL
                            AND FEE-DESCRIPTION(1:5) = "RVSL "
                            AND FEE-DESCRIPTION(6:11)
                                = WS-RECEIPT-REF(1:11)
                            AND FEE-AMOUNT = RCP-AMOUNT
                        MOVE 'Y' TO WS-REVERSAL-HIT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FEE-FILE
    END-IF.

COMPUTE-BALANCE.
    MOVE 0 TO WS-CHARGE-TOTAL
    MOVE 0 TO WS-PAYMENT-TOTAL
    MOVE 0 TO WS-WAIVER-TOTAL
    MOVE 0 TO WS-REFUND-TOTAL
    MOVE 0 TO WS-REVERSAL-TOTAL
    MOVE 0 TO WS-BALANCE
    MOVE 'N' TO WS-EOF
    OPEN INPUT FEE-FILE
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF FEE-STUDENT-ID = WS-ID-INPUT
                    EVALUATE TRUE
                        WHEN FEE-IS-CHARGE
                            ADD FEE-AMOUNT TO WS-CHARGE-TOTAL
                        WHEN FEE-IS-WAIVER
                            ADD FEE-AMOUNT TO WS-WAIVER-TOTAL
                        WHEN FEE-IS-REFUND
                            ADD FEE-AMOUNT TO WS-REFUND-TOTAL
                        WHEN FEE-IS-REVERSAL
                            ADD FEE-AMOUNT TO WS-REVERSAL-TOTAL
                        WHEN OTHER
                            ADD FEE-AMOUNT TO WS-PAYMENT-TOTAL
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF
    COMPUTE WS-BALANCE = WS-CHARGE-TOTAL + WS-REFUND-TOTAL
        + WS-REVERSAL-TOTAL - WS-PAYMENT-TOTAL - WS-WAIVER-TOTAL.

CHECK-AGENCY-PLACEMENT.
    MOVE 'N' TO WS-EOF
    OPEN INPUT COLLECTION-FILE
    IF FILE-STATUS-COLLECTION NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ COLLECTION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF COL-STUDENT-ID = WS-ID-INPUT AND COL-AT-AGENCY
                    DISPLAY "*** Account with the collection agency "
                        "since " COL-PLACED-DATE
                        " - do not chase at the counter. ***"
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-COLLECTION NOT = "35"
        CLOSE COLLECTION-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

STATEMENT-REPORT.
    DISPLAY "Enter Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM CHECK-AGENCY-PLACEMENT
    MOVE 0 TO WS-ENTRY-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT FEE-FILE
            NOT AT END
                IF FEE-STUDENT-ID = WS-ID-INPUT
                    MOVE FEE-AMOUNT TO WS-AMOUNT-DISP
                    EVALUATE TRUE
                        WHEN FEE-IS-CHARGE
                            DISPLAY FEE-POST-DATE "  CHARGE  "
                                WS-AMOUNT-DISP "  " FEE-DESCRIPTION
                        WHEN FEE-IS-WAIVER
                            DISPLAY FEE-POST-DATE "  WAIVER  "
                                WS-AMOUNT-DISP "  " FEE-DESCRIPTION
                        WHEN FEE-IS-REFUND
                            DISPLAY FEE-POST-DATE "  REFUND  "
                                WS-AMOUNT-DISP "  " FEE-DESCRIPTION
                        WHEN FEE-IS-REVERSAL
                            DISPLAY FEE-POST-DATE "  REVERSAL"
                                WS-AMOUNT-DISP "  " FEE-DESCRIPTION
                        WHEN OTHER
                            DISPLAY FEE-POST-DATE "  PAYMENT "
                                WS-AMOUNT-DISP "  " FEE-DESCRIPTION
                    END-EVALUATE
                    ADD 1 TO WS-ENTRY-COUNT
                END-IF
        END-READ
        PERFORM COMPUTE-BALANCE
        MOVE WS-BALANCE TO WS-BALANCE-DISP
        DISPLAY "-----------------------------------------"
        MOVE WS-CHARGE-TOTAL TO WS-TOTAL-DISP
        DISPLAY "Charges            : " WS-TOTAL-DISP
        MOVE WS-PAYMENT-TOTAL TO WS-TOTAL-DISP
        DISPLAY "Payments           : " WS-TOTAL-DISP
        IF WS-WAIVER-TOTAL > 0
            MOVE WS-WAIVER-TOTAL TO WS-TOTAL-DISP
            DISPLAY "Waivers / discounts: " WS-TOTAL-DISP
        END-IF
        IF WS-REFUND-TOTAL > 0
            MOVE WS-REFUND-TOTAL TO WS-TOTAL-DISP
            DISPLAY "Refunds paid out   : " WS-TOTAL-DISP
        END-IF
        IF WS-REVERSAL-TOTAL > 0
            MOVE WS-REVERSAL-TOTAL TO WS-TOTAL-DISP
            DISPLAY "Payments reversed  : " WS-TOTAL-DISP
        END-IF
        DISPLAY WS-ENTRY-COUNT " entry(ies).  Balance due: "
            WS-BALANCE-DISP
        IF WS-BALANCE > 0
            DISPLAY "Account is in arrears - registration hold applies."
        END-IF
    END-IF.

REVERSE-PAYMENT.
    *> A posted payment is never edited or deleted: the receipt is
    *> marked cancelled and an equal and opposite entry goes on the
    *> ledger, both under a supervisor's PIN and a reason code.
    DISPLAY "Receipt number to reverse: "
    ACCEPT WS-RCP-NO-INPUT
    MOVE FUNCTION NUMVAL(WS-RCP-NO-INPUT) TO WS-RCP-NO
    PERFORM FIND-RECEIPT
    IF WS-RCP-FOUND = 'N'
        DISPLAY "No receipt " WS-RCP-NO " on file."
        EXIT PARAGRAPH
    END-IF
    IF RECEIPT-CANCELLED
        DISPLAY "Receipt " WS-RCP-NO " was already cancelled on "
            RCP-CANCEL-DATE " (reason " RCP-CANCEL-REASON ")."
        EXIT PARAGRAPH
    END-IF
    MOVE RCP-AMOUNT TO WS-AMOUNT-DISP
    DISPLAY "Receipt " RCP-NUMBER "  " RCP-DATE "  student "
        RCP-STUDENT-ID "  amount " WS-AMOUNT-DISP
    DISPLAY "  cashier " RCP-CASHIER-ID "  session " RCP-SESSION-NO
    DISPLAY "Reason: BC bounced cheque, WS wrong student, "
        "WA wrong amount, DP duplicate, OT other: "
    ACCEPT WS-REASON-INPUT
    MOVE FUNCTION UPPER-CASE(WS-REASON-INPUT) TO WS-REASON-INPUT
    IF WS-REASON-INPUT NOT = "BC" AND WS-REASON-INPUT NOT = "WS"
            AND WS-REASON-INPUT NOT = "WA"
            AND WS-REASON-INPUT NOT = "DP"
            AND WS-REASON-INPUT NOT = "OT"
        DISPLAY "Unknown reason code. Nothing reversed."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Supervisor Staff ID: "
    ACCEPT WS-SUPER-ID
    DISPLAY "Supervisor PIN: "
    ACCEPT WS-SUPER-PIN
    PERFORM VERIFY-SUPERVISOR
    IF WS-SUPER-OK NOT = 'Y'
        DISPLAY "Supervisor check failed - nothing reversed."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Reverse receipt " RCP-NUMBER " for " WS-AMOUNT-DISP
        "? (Y/N): "
    ACCEPT WS-CONFIRM
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
        DISPLAY "Nothing reversed."
        EXIT PARAGRAPH
    END-IF
    PERFORM CANCEL-RECEIPT
    MOVE RCP-STUDENT-ID TO WS-ID-INPUT
    MOVE SPACES TO WS-RECEIPT-REF
    STRING "RCPT " RCP-NUMBER
        DELIMITED BY SIZE INTO WS-RECEIPT-REF
    OPEN EXTEND FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        OPEN OUTPUT FEE-FILE
    END-IF
    MOVE SPACES TO FEE-RECORD
    MOVE RCP-STUDENT-ID TO FEE-STUDENT-ID
    MOVE FUNCTION CURRENT-DATE(1:8) TO FEE-POST-DATE
    MOVE 'V' TO FEE-TYPE
    MOVE RCP-AMOUNT TO FEE-AMOUNT
    STRING "RVSL " WS-RECEIPT-REF(1:11) " " WS-REASON-INPUT
        DELIMITED BY SIZE INTO FEE-DESCRIPTION
    WRITE FEE-RECORD
    CLOSE FEE-FILE
    PERFORM LOG-REVERSAL
    DISPLAY "Receipt " RCP-NUMBER " cancelled and payment reversed."
    PERFORM COMPUTE-BALANCE
    MOVE WS-BALANCE TO WS-BALANCE-DISP
    DISPLAY "New balance for " WS-ID-INPUT ": " WS-BALANCE-DISP.

FIND-RECEIPT.
    *> Leaves the matching receipt in RECEIPT-RECORD.
    MOVE 'N' TO WS-RCP-FOUND
    OPEN INPUT RECEIPT-FILE
    IF FILE-STATUS-RECEIPT NOT = "00"
        IF FILE-STATUS-RECEIPT NOT = "35"
            CLOSE RECEIPT-FILE
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-RCP-FOUND = 'Y'
            OR FILE-STATUS-RECEIPT NOT = "00"
        READ RECEIPT-FILE
            AT END
                MOVE "10" TO FILE-STATUS-RECEIPT
            NOT AT END
                IF RCP-NUMBER = WS-RCP-NO
                    MOVE 'Y' TO WS-RCP-FOUND
                    MOVE RECEIPT-RECORD TO WS-HOLD-RECEIPT
                END-IF
        END-READ
    END-PERFORM
    CLOSE RECEIPT-FILE
    IF WS-RCP-FOUND = 'Y'
        MOVE WS-HOLD-RECEIPT TO RECEIPT-RECORD
    END-IF.

VERIFY-SUPERVISOR.
    MOVE 'N' TO WS-SUPER-OK
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
                IF STAFF-ID = WS-SUPER-ID
                        AND STAFF-PIN = WS-SUPER-PIN
                        AND STAFF-ROLE = 'R'
                        AND STAFF-STATUS = 'A'
                    MOVE 'Y' TO WS-SUPER-OK
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-STAFF NOT = "35"
        CLOSE STAFF-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

CANCEL-RECEIPT.
    OPEN INPUT RECEIPT-FILE
    OPEN OUTPUT TEMP-RECEIPT-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ RECEIPT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF RCP-NUMBER = WS-RCP-NO
                    MOVE 'X' TO RCP-STATUS
                    MOVE FUNCTION CURRENT-DATE(1:8)
                        TO RCP-CANCEL-DATE
                    MOVE WS-REASON-INPUT TO RCP-CANCEL-REASON
                    MOVE WS-SUPER-ID TO RCP-CANCEL-BY
                    MOVE RECEIPT-RECORD TO WS-HOLD-RECEIPT
                END-IF
                MOVE RECEIPT-RECORD TO TEMP-RECEIPT-RECORD
                WRITE TEMP-RECEIPT-RECORD
        END-READ
    END-PERFORM
    CLOSE RECEIPT-FILE
    CLOSE TEMP-RECEIPT-FILE
    CALL "CBL_DELETE_FILE" USING "fee_receipts.dat"
    CALL "CBL_RENAME_FILE" USING "temp_receipts.dat"
        "fee_receipts.dat"
    MOVE WS-HOLD-RECEIPT TO RECEIPT-RECORD.

LOG-REVERSAL.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-SUPER-ID TO ACT-STAFF-ID
    MOVE "PAYMENT-REVERSAL" TO ACT-FUNCTION
    MOVE RCP-STUDENT-ID TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    COMPUTE WS-POSTING-AMOUNT = RCP-AMOUNT * 100
    STRING WS-RECEIPT-REF(1:11) " " WS-REASON-INPUT " "
        WS-POSTING-AMOUNT
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

LOG-FEE-POSTING.
    *> Each online ledger posting is logged with its type and amount
    *> in pence (and receipt number for counter payments) so the
    *> close-of-day balancing can tie the activity log to the ledger.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-POSTING-STAFF TO ACT-STAFF-ID
    MOVE "FEE-POSTING" TO ACT-FUNCTION
    MOVE WS-ID-INPUT TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    COMPUTE WS-POSTING-AMOUNT = WS-AMOUNT * 100
    STRING WS-TYPE-INPUT " " WS-POSTING-AMOUNT " " WS-RECEIPT-REF(1:11)
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

REPRINT-RECONCILIATION.
    *> A cheque usually bounces after the session has been closed;
    *> the reprint shows the session as it now stands, reversals
    *> included, without touching the session record.
    DISPLAY "Session number: "
    ACCEPT WS-SESSION-NO-INPUT
    MOVE FUNCTION NUMVAL(WS-SESSION-NO-INPUT) TO WS-RECON-SESSION
    MOVE 'N' TO WS-SESSION-FOUND
    MOVE 'N' TO WS-EOF
    OPEN INPUT SESSION-FILE
    IF FILE-STATUS-SESSION NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ SESSION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF CSH-SESSION-NO = WS-RECON-SESSION
                    MOVE 'Y' TO WS-SESSION-FOUND
                    MOVE CSH-CASHIER-ID TO WS-RECON-CASHIER
                    MOVE CSH-FLOAT-AMOUNT TO WS-OPEN-FLOAT
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SESSION NOT = "35"
        CLOSE SESSION-FILE
    END-IF
    IF WS-SESSION-FOUND = 'N'
        DISPLAY "No cashier session " WS-RECON-SESSION " on file."
    ELSE
        MOVE 'Y' TO WS-RECON-REPRINT
        PERFORM SESSION-RECONCILIATION
    END-IF.

DAILY-REVERSALS-REPORT.
    DISPLAY "Report date (YYYYMMDD, Enter for today): "
    MOVE SPACES TO WS-REPORT-DATE
    ACCEPT WS-REPORT-DATE
    IF WS-REPORT-DATE = SPACES
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
    END-IF
    MOVE 0 TO WS-REVERSAL-COUNT
    MOVE 0 TO WS-CANCEL-TOTAL
    MOVE SPACES TO WS-REVERSAL-FILENAME
    STRING "reversals_" WS-REPORT-DATE ".txt"
        DELIMITED BY SIZE INTO WS-REVERSAL-FILENAME
    OPEN OUTPUT REVERSAL-REPORT-FILE
    MOVE SPACES TO REVERSAL-LINE
    STRING "PAYMENT REVERSALS - " WS-REPORT-DATE
        DELIMITED BY SIZE INTO REVERSAL-LINE
    WRITE REVERSAL-LINE
    DISPLAY REVERSAL-LINE
    MOVE SPACES TO REVERSAL-LINE
    STRING "Receipt Session Student         Amount Rsn "
        "Supervisor Cashier"
        DELIMITED BY SIZE INTO REVERSAL-LINE
    WRITE REVERSAL-LINE
    DISPLAY REVERSAL-LINE
    MOVE 'N' TO WS-EOF
    OPEN INPUT RECEIPT-FILE
    IF FILE-STATUS-RECEIPT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ RECEIPT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF RECEIPT-CANCELLED
                        AND RCP-CANCEL-DATE = WS-REPORT-DATE
                    ADD 1 TO WS-REVERSAL-COUNT
                    ADD RCP-AMOUNT TO WS-CANCEL-TOTAL
                    MOVE RCP-AMOUNT TO WS-AMOUNT-DISP
                    MOVE SPACES TO REVERSAL-LINE
                    STRING RCP-NUMBER "  " RCP-SESSION-NO "    "
                        RCP-STUDENT-ID " " WS-AMOUNT-DISP " "
                        RCP-CANCEL-REASON "  " RCP-CANCEL-BY " "
                        RCP-CASHIER-ID
                        DELIMITED BY SIZE INTO REVERSAL-LINE
                    WRITE REVERSAL-LINE
                    DISPLAY REVERSAL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-RECEIPT NOT = "35"
        CLOSE RECEIPT-FILE
    END-IF
    MOVE ALL "-" TO REVERSAL-LINE
    WRITE REVERSAL-LINE
    MOVE WS-CANCEL-TOTAL TO WS-TOTAL-DISP
    MOVE SPACES TO REVERSAL-LINE
    STRING WS-REVERSAL-COUNT " reversal(s), total " WS-TOTAL-DISP
        DELIMITED BY SIZE INTO REVERSAL-LINE
    WRITE REVERSAL-LINE
    DISPLAY REVERSAL-LINE
    CLOSE REVERSAL-REPORT-FILE
    DISPLAY "Report written to " FUNCTION TRIM(WS-REVERSAL-FILENAME).
