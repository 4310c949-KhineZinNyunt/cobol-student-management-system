*> unpaid past its due date is bucketed at 30/60/90 days. Totals
*> are grouped by cohort year and program of study, read from the
*> semester masters, so the registrar can chase arrears by intake
*> instead of one student at a time. Approved fee waivers (ledger
*> entry type 'W') settle installments the same way payments do,
*> but are reported in their own column so a discounted account is
*> not mistaken for one that has been paid in cash. Only waivers
*> posted by FEE-WAIVER (described "WAIVER ...") count; a 'W'
*> credit cancelling some other charge (a library fine, a gown
*> fee) settles no installment. A refund paid out (type 'R') or a
*> reversed payment (type 'V') gives back part of what was
*> settled.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-PAYMENT  VALUE 'P'.
        88  FEE-IS-WAIVER   VALUE 'W'.
        88  FEE-IS-REFUND   VALUE 'R'.
        88  FEE-IS-REVERSAL VALUE 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

01  WS-SWAP-AMT            PIC 9(7)V99.

01  WS-PAYMENT-TOTAL       PIC 9(8)V99.
01  WS-WAIVER-TOTAL        PIC 9(8)V99.
01  WS-REFUND-TOTAL        PIC 9(8)V99.
01  WS-SETTLED-TOTAL       PIC 9(8)V99.
01  WS-GRAND-WAIVED        PIC 9(9)V99 VALUE 0.
01  WS-CUM-DUE             PIC 9(8)V99.
01  WS-UNPAID              PIC 9(8)V99.
01  WS-OVERDUE-TOTAL       PIC 9(8)V99.
        STOP RUN
    END-IF
    DISPLAY "Student     Cohort Pgm    1-30d      31-60d     "
        "61-90d     90d+       Waived"
    PERFORM VARYING WS-STU-SCAN FROM 1 BY 1
            UNTIL WS-STU-SCAN > WS-STUDENT-COUNT
        MOVE WS-STU-ID(WS-STU-SCAN) TO WS-CUR-STUDENT
    PERFORM LOAD-STUDENT-INSTALLMENTS
    PERFORM SORT-INSTALLMENTS-BY-DATE
    PERFORM SUM-STUDENT-PAYMENTS
    *> Payments and waivers settle installments oldest-first; an
    *> installment is overdue only for the part the cumulative
    *> settlements have not reached by its due date.
    IF WS-REFUND-TOTAL < WS-PAYMENT-TOTAL + WS-WAIVER-TOTAL
        COMPUTE WS-SETTLED-TOTAL = WS-PAYMENT-TOTAL
            + WS-WAIVER-TOTAL - WS-REFUND-TOTAL
    ELSE
        MOVE 0 TO WS-SETTLED-TOTAL
    END-IF
    ADD WS-WAIVER-TOTAL TO WS-GRAND-WAIVED
    MOVE 0 TO WS-CUM-DUE
    MOVE 0 TO WS-OVERDUE-TOTAL
    PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
            UNTIL WS-INST-IX > WS-INST-COUNT
        ADD WS-INST-AMT(WS-INST-IX) TO WS-CUM-DUE
        IF WS-INST-DUE(WS-INST-IX) < WS-TODAY-DATE
                AND WS-CUM-DUE > WS-SETTLED-TOTAL
            COMPUTE WS-UNPAID = WS-CUM-DUE - WS-SETTLED-TOTAL
            IF WS-UNPAID > WS-INST-AMT(WS-INST-IX)
                MOVE WS-INST-AMT(WS-INST-IX) TO WS-UNPAID
            END-IF
        MOVE WS-STU-BUCKET(2) TO WS-B2-DISP
        MOVE WS-STU-BUCKET(3) TO WS-B3-DISP
        MOVE WS-STU-BUCKET(4) TO WS-B4-DISP
        MOVE WS-WAIVER-TOTAL TO WS-AMT-DISP
        DISPLAY WS-CUR-STUDENT "  " WS-COHORT-FOUND "  "
            WS-PROGRAM-FOUND " " WS-B1-DISP " " WS-B2-DISP " "
            WS-B3-DISP " " WS-B4-DISP " " WS-AMT-DISP
    END-IF.

LOAD-STUDENT-INSTALLMENTS.

SUM-STUDENT-PAYMENTS.
    MOVE 0 TO WS-PAYMENT-TOTAL
    MOVE 0 TO WS-WAIVER-TOTAL
    MOVE 0 TO WS-REFUND-TOTAL
    MOVE 'N' TO WS-EOF
    OPEN INPUT FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF FEE-STUDENT-ID = WS-CUR-STUDENT
                    IF FEE-IS-PAYMENT
                        ADD FEE-AMOUNT TO WS-PAYMENT-TOTAL
                    END-IF
                    IF FEE-IS-WAIVER
                            AND FEE-DESCRIPTION(1:7) = "WAIVER "
                        ADD FEE-AMOUNT TO WS-WAIVER-TOTAL
                    END-IF
                    IF FEE-IS-REFUND OR FEE-IS-REVERSAL
                        ADD FEE-AMOUNT TO WS-REFUND-TOTAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    DISPLAY "TOTAL      " WS-B1-DISP " " WS-B2-DISP " "
        WS-B3-DISP " " WS-B4-DISP
    DISPLAY WS-DETAIL-COUNT " student(s) with overdue "
        "installments."
    MOVE WS-GRAND-WAIVED TO WS-B1-DISP
    DISPLAY "Waivers credited against scheduled accounts: "
        WS-B1-DISP.
