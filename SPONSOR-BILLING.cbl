*> against the right student ledgers as payments tagged with the
*> sponsor and period - the tag stops the same remittance posting
*> twice. This replaces the spreadsheet the fees office kept
*> rebuilding from individual statements. Every invoice issued is
*> also recorded on sponsor_invoices.dat for the general-ledger
*> extract; re-issuing a period with a different total records
*> the difference as a debit or credit note rather than a second
*> invoice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT INVOICE-FILE ASSIGN TO WS-INVOICE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INVOICE-REGISTER-FILE ASSIGN TO "sponsor_invoices.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-INVREG.

DATA DIVISION.
FILE SECTION.
FD  INVOICE-FILE.
01  INVOICE-LINE           PIC X(80).

FD  INVOICE-REGISTER-FILE.
01  INVOICE-REGISTER-RECORD.
    05  SIV-SPONSOR-CODE   PIC X(6).
    05  SIV-PERIOD         PIC X(6).
    05  SIV-KIND           PIC X.
        88  SIV-INVOICE     VALUE 'I'.
        88  SIV-DEBIT-NOTE  VALUE 'D'.
        88  SIV-CREDIT-NOTE VALUE 'C'.
    05  SIV-ISSUE-DATE     PIC X(8).
    05  SIV-AMOUNT         PIC 9(9)V99.

WORKING-STORAGE SECTION.
01  FILE-STATUS-SPONSOR    PIC XX.
01  FILE-STATUS-LINK       PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-INVREG     PIC XX.
01  WS-INVOICED-NET        PIC S9(9)V99.
01  WS-INVOICE-DIFF        PIC S9(9)V99.
01  WS-INVOICE-ROWS        PIC 9(4).
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
            WS-TOTAL-DISP
        DISPLAY "Invoice written to "
            FUNCTION TRIM(WS-INVOICE-FILENAME)
        PERFORM RECORD-INVOICE-ISSUE
    ELSE
        DISPLAY WS-POSTED-COUNT " payment(s) posted, "
            WS-SKIPPED-COUNT " already posted for the period."
        PERFORM POST-SPONSOR-PAYMENT
    END-IF.

RECORD-INVOICE-ISSUE.
    *> What has already been invoiced for the sponsor and period
    *> (invoice plus debit notes less credit notes) is compared
    *> with this issue; only the difference is recorded.
    MOVE 0 TO WS-INVOICED-NET
    MOVE 0 TO WS-INVOICE-ROWS
    MOVE 'N' TO WS-EOF
    OPEN INPUT INVOICE-REGISTER-FILE
    IF FILE-STATUS-INVREG NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ INVOICE-REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SIV-SPONSOR-CODE = WS-CODE-INPUT
                        AND SIV-PERIOD = WS-PERIOD-INPUT
                    ADD 1 TO WS-INVOICE-ROWS
                    IF SIV-CREDIT-NOTE
                        SUBTRACT SIV-AMOUNT FROM WS-INVOICED-NET
                    ELSE
                        ADD SIV-AMOUNT TO WS-INVOICED-NET
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-INVREG NOT = "35"
        CLOSE INVOICE-REGISTER-FILE
    END-IF
    COMPUTE WS-INVOICE-DIFF = WS-INVOICE-TOTAL - WS-INVOICED-NET
    IF WS-INVOICE-DIFF = 0
        IF WS-INVOICE-ROWS > 0
            DISPLAY "Re-issue of an invoice already on the register "
                "- nothing new recorded."
        END-IF
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND INVOICE-REGISTER-FILE
    IF FILE-STATUS-INVREG NOT = "00"
        OPEN OUTPUT INVOICE-REGISTER-FILE
    END-IF
    MOVE SPACES TO INVOICE-REGISTER-RECORD
    MOVE WS-CODE-INPUT TO SIV-SPONSOR-CODE
    MOVE WS-PERIOD-INPUT TO SIV-PERIOD
    MOVE FUNCTION CURRENT-DATE(1:8) TO SIV-ISSUE-DATE
    EVALUATE TRUE
        WHEN WS-INVOICE-DIFF < 0
            MOVE 'C' TO SIV-KIND
            COMPUTE SIV-AMOUNT = 0 - WS-INVOICE-DIFF
        WHEN WS-INVOICE-ROWS > 0
            MOVE 'D' TO SIV-KIND
            MOVE WS-INVOICE-DIFF TO SIV-AMOUNT
        WHEN OTHER
            MOVE 'I' TO SIV-KIND
            MOVE WS-INVOICE-DIFF TO SIV-AMOUNT
    END-EVALUATE
    WRITE INVOICE-REGISTER-RECORD
    CLOSE INVOICE-REGISTER-FILE
    MOVE SIV-AMOUNT TO WS-TOTAL-DISP
    EVALUATE TRUE
        WHEN SIV-CREDIT-NOTE
            DISPLAY "Credit note recorded against the earlier "
                "issue: " WS-TOTAL-DISP
        WHEN SIV-DEBIT-NOTE
            DISPLAY "Debit note recorded against the earlier "
                "issue: " WS-TOTAL-DISP
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

SUM-PERIOD-CHARGES.
    MOVE 0 TO WS-STUDENT-CHARGES
    OPEN INPUT FEE-FILE
