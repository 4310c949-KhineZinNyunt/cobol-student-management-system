IDENTIFICATION DIVISION.
PROGRAM-ID. BALANCE-REPORT.

*> Close-of-day transaction balancing. For a business date it
*> counts and totals each online transaction type on
*> activity_log.dat - mark entries queued (INSERT), edits posted,
*> deletes and undone deletes, registrations (single, batch promote
*> and intake import), approvals and rejections, and fee postings
*> and reversals - and proves them against the files:
*>   Masters - the EOD CHECKSUMS step appends each master's record
*>             count and TOTAL-MARKS sum to master_controls.dat.
*>             Opening totals are the last snapshot before the
*>             business date, closing totals the last one on it;
*>             every activity entry stamped between the two that
*>             carries a "BAL +cccc +mmmmmm" movement is added to
*>             the opening figures and the result must equal the
*>             closing figures. A semester that does not agree is
*>             printed out of balance with every activity entry
*>             for that semester in the window behind it.
*>   Fees    - each FEE-POSTING / PAYMENT-REVERSAL entry for the
*>             date must find its fee_ledger.dat row (student, type,
*>             amount, receipt number) and, for counter payments and
*>             reversals, its receipt issued or cancelled that day on
*>             fee_receipts.dat; a receipt or RCPT/RVSL ledger row
*>             with no log entry is out of balance too. Other ledger
*>             rows for the date (tuition billing, waivers, bank
*>             import and the like) are listed as batch postings.
*> The report goes to balance_report_<date>.txt and the spool, and
*> the outcome is appended to daily_balance.dat (B balanced,
*> O out of balance, N no closing control totals to balance
*> against), which is where EOD-DRIVER looks before it runs the
*> warehouse extract. A blank business date means today.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-CONTROL-FILE ASSIGN TO "master_controls.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONTROL.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT RECEIPT-FILE ASSIGN TO "fee_receipts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-RECEIPT.
    SELECT DAILY-BALANCE-FILE ASSIGN TO "daily_balance.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DAILY.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REPORT.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.

DATA DIVISION.
FILE SECTION.
FD  MASTER-CONTROL-FILE.
01  MASTER-CONTROL-RECORD.
    05  MCT-DATE           PIC X(8).
    05  MCT-TIME           PIC X(6).
    05  MCT-SEMESTER       PIC 9.
    05  MCT-COUNT          PIC 9(6).
    05  MCT-MARKS          PIC 9(9).
    05  MCT-CHECKSUM       PIC 9(10).

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  RECEIPT-FILE.
01  RECEIPT-RECORD.
    05  RCP-NUMBER         PIC 9(6).
    05  RCP-SESSION-NO     PIC 9(4).
    05  RCP-STUDENT-ID     PIC X(10).
    05  RCP-AMOUNT         PIC 9(7)V99.
    05  RCP-DATE           PIC X(8).
    05  RCP-TIME           PIC X(6).
    05  RCP-CASHIER-ID     PIC X(10).
    05  RCP-STATUS         PIC X.
    05  RCP-CANCEL-DATE    PIC X(8).
    05  RCP-CANCEL-REASON  PIC X(2).
    05  RCP-CANCEL-BY      PIC X(10).

FD  DAILY-BALANCE-FILE.
01  DAILY-BALANCE-RECORD.
    05  DBL-DATE           PIC X(8).
    05  DBL-STATUS         PIC X.
    05  DBL-STAMP          PIC X(14).
    05  DBL-DIFF-COUNT     PIC 9(4).

FD  REPORT-FILE.
01  REPORT-LINE            PIC X(100).

FD  SPOOL-CATALOG-FILE.
01  SPOOL-CATALOG-RECORD.
    05  SPL-RUN-NUMBER     PIC 9(5).
    05  SPL-REPORT-ID      PIC X(20).
    05  SPL-PARAMS         PIC X(20).
    05  SPL-STAFF-ID       PIC X(10).
    05  SPL-TIMESTAMP      PIC X(14).
    05  SPL-FILENAME       PIC X(30).

WORKING-STORAGE SECTION.
01  FILE-STATUS-CONTROL    PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-RECEIPT    PIC XX.
01  FILE-STATUS-DAILY      PIC XX.
01  FILE-STATUS-REPORT     PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-BUS-DATE            PIC X(8).
01  WS-RUN-STAMP           PIC X(14).
01  WS-REPORT-FILENAME     PIC X(30).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-RESULT              PIC X VALUE 'B'.
01  WS-DIFF-COUNT          PIC 9(4) VALUE 0.
01  WS-ACT-STAMP           PIC X(14).
01  WS-SEM-IX              PIC 9.
01  WS-TX-IX               PIC 9(2).
01  WS-FL-IX               PIC 9(3).
01  WS-FL-FOUND            PIC 9(3).

*> Per-semester control totals and the movement posted between them.
01  WS-SEMESTER-TABLE.
    05  WS-SM-ENTRY OCCURS 4 TIMES.
        10  WS-SM-OPEN-FOUND   PIC X.
        10  WS-SM-OPEN-STAMP   PIC X(14).
        10  WS-SM-OPEN-COUNT   PIC 9(6).
        10  WS-SM-OPEN-MARKS   PIC 9(9).
        10  WS-SM-CLOSE-FOUND  PIC X.
        10  WS-SM-CLOSE-STAMP  PIC X(14).
        10  WS-SM-CLOSE-COUNT  PIC 9(6).
        10  WS-SM-CLOSE-MARKS  PIC 9(9).
        10  WS-SM-POST-COUNT   PIC S9(6).
        10  WS-SM-POST-MARKS   PIC S9(9).
        10  WS-SM-TXN-COUNT    PIC 9(5).
        10  WS-SM-STATUS       PIC X.

*> Transaction types counted for the business date.
01  WS-TXN-TABLE.
    05  WS-TX-ENTRY OCCURS 10 TIMES.
        10  WS-TX-LABEL        PIC X(26).
        10  WS-TX-COUNT        PIC 9(6).
        10  WS-TX-VALUE        PIC S9(11).
        10  WS-TX-UNIT         PIC X(6).

*> Online fee postings logged for the business date.
01  WS-FL-COUNT            PIC 9(3) VALUE 0.
01  WS-FEE-LOG-TABLE.
    05  WS-FL-ENTRY OCCURS 500 TIMES.
        10  WS-FL-STUDENT      PIC X(10).
        10  WS-FL-TYPE         PIC X.
        10  WS-FL-AMOUNT       PIC 9(9).
        10  WS-FL-AMOUNT-KNOWN PIC X.
        10  WS-FL-RECEIPT      PIC X(6).
        10  WS-FL-TIME         PIC X(6).
        10  WS-FL-LEDGER-HIT   PIC X.
        10  WS-FL-RECEIPT-HIT  PIC X.

01  WS-BAL-COUNT           PIC S9(6).
01  WS-BAL-MARKS           PIC S9(9).
01  WS-EXPECT-COUNT        PIC S9(7).
01  WS-EXPECT-MARKS        PIC S9(10).
01  WS-DIFF-RECS           PIC S9(7).
01  WS-DIFF-MARKS          PIC S9(10).
01  WS-PENCE               PIC 9(9).
01  WS-LEDGER-RECEIPT      PIC X(6).
01  WS-MISS-KIND           PIC X.
01  WS-RECEIPT-NO-X        PIC X(6).
01  WS-FEE-COUNT-C         PIC 9(5) VALUE 0.
01  WS-FEE-COUNT-P         PIC 9(5) VALUE 0.
01  WS-FEE-COUNT-V         PIC 9(5) VALUE 0.
01  WS-FEE-COUNT-OTHER     PIC 9(5) VALUE 0.
01  WS-FEE-TOTAL-C         PIC 9(9)V99 VALUE 0.
01  WS-FEE-TOTAL-P         PIC 9(9)V99 VALUE 0.
01  WS-FEE-TOTAL-V         PIC 9(9)V99 VALUE 0.
01  WS-FEE-TOTAL-OTHER     PIC 9(9)V99 VALUE 0.
01  WS-RCP-ISSUED-COUNT    PIC 9(5) VALUE 0.
01  WS-RCP-ISSUED-TOTAL    PIC 9(9)V99 VALUE 0.
01  WS-RCP-CANCEL-COUNT    PIC 9(5) VALUE 0.
01  WS-RCP-CANCEL-TOTAL    PIC 9(9)V99 VALUE 0.
01  WS-BATCH-POSTINGS      PIC 9(5) VALUE 0.
01  WS-FEE-DIFFS           PIC 9(4) VALUE 0.

01  WS-COUNT-DISP          PIC Z(5)9.
01  WS-SCOUNT-DISP         PIC +Z(5)9.
01  WS-MARKS-DISP          PIC Z(8)9.
01  WS-SMARKS-DISP         PIC +Z(8)9.
01  WS-VALUE-DISP          PIC +Z(10)9.
01  WS-MONEY-DISP          PIC Z(8)9.99.
01  WS-PENCE-DISP          PIC Z(6)9.99.
01  WS-PENCE-WORK          PIC 9(7)V99.
01  WS-OPEN-C-DISP         PIC Z(5)9.
01  WS-OPEN-M-DISP         PIC Z(8)9.
01  WS-EXP-C-DISP          PIC +Z(5)9.
01  WS-EXP-M-DISP          PIC +Z(8)9.
01  WS-CLOSE-C-DISP        PIC Z(5)9.
01  WS-CLOSE-M-DISP        PIC Z(8)9.

LINKAGE SECTION.
01  LS-BUSINESS-DATE       PIC X(8).
01  LS-STAFF-ID            PIC X(10).
01  LS-RESULT              PIC X.

PROCEDURE DIVISION USING LS-BUSINESS-DATE, LS-STAFF-ID, LS-RESULT.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
    IF LS-BUSINESS-DATE = SPACES OR LS-BUSINESS-DATE NOT NUMERIC
        MOVE WS-RUN-STAMP(1:8) TO WS-BUS-DATE
    ELSE
        MOVE LS-BUSINESS-DATE TO WS-BUS-DATE
    END-IF
    MOVE 'B' TO WS-RESULT
    MOVE 0 TO WS-DIFF-COUNT
    PERFORM INIT-TABLES
    PERFORM LOAD-CONTROL-TOTALS
    PERFORM SCAN-ACTIVITY-LOG
    PERFORM BALANCE-SEMESTERS

    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "balance_report_" WS-BUS-DATE ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-REPORT-HEADER
    PERFORM WRITE-TRANSACTION-SECTION
    PERFORM WRITE-MASTER-SECTION
    PERFORM BALANCE-FEES
    PERFORM WRITE-RESULT-LINE
    CLOSE REPORT-FILE

    PERFORM SPOOL-REGISTER-RUN
    PERFORM WRITE-DAILY-STATUS
    EVALUATE WS-RESULT
        WHEN 'B'
            DISPLAY "Business date " WS-BUS-DATE " is in balance."
        WHEN 'O'
            DISPLAY "Business date " WS-BUS-DATE " is OUT OF BALANCE"
                " - " WS-DIFF-COUNT " difference(s)."
        WHEN OTHER
            DISPLAY "Business date " WS-BUS-DATE " could not be "
                "balanced - no closing control totals."
    END-EVALUATE
    DISPLAY "Balancing report written to "
        FUNCTION TRIM(WS-REPORT-FILENAME)
    MOVE WS-RESULT TO LS-RESULT
    GOBACK.

INIT-TABLES.
    INITIALIZE WS-SEMESTER-TABLE
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        MOVE 'N' TO WS-SM-OPEN-FOUND(WS-SEM-IX)
        MOVE 'N' TO WS-SM-CLOSE-FOUND(WS-SEM-IX)
        MOVE 'B' TO WS-SM-STATUS(WS-SEM-IX)
    END-PERFORM
    INITIALIZE WS-TXN-TABLE
    MOVE "Mark entries queued"  TO WS-TX-LABEL(1)
    MOVE "Edits posted"         TO WS-TX-LABEL(2)
    MOVE "Deletes posted"       TO WS-TX-LABEL(3)
    MOVE "Deletes undone"       TO WS-TX-LABEL(4)
    MOVE "Registrations"        TO WS-TX-LABEL(5)
    MOVE "Approvals posted"     TO WS-TX-LABEL(6)
    MOVE "Approvals rejected"   TO WS-TX-LABEL(7)
    MOVE "Fee charges posted"   TO WS-TX-LABEL(8)
    MOVE "Fee payments posted"  TO WS-TX-LABEL(9)
    MOVE "Fee payments reversed" TO WS-TX-LABEL(10)
    PERFORM VARYING WS-TX-IX FROM 1 BY 1 UNTIL WS-TX-IX > 7
        MOVE "marks" TO WS-TX-UNIT(WS-TX-IX)
    END-PERFORM
    MOVE SPACES TO WS-TX-UNIT(1)
    MOVE SPACES TO WS-TX-UNIT(7)
    MOVE "pence" TO WS-TX-UNIT(8)
    MOVE "pence" TO WS-TX-UNIT(9)
    MOVE "pence" TO WS-TX-UNIT(10)
    MOVE 0 TO WS-FL-COUNT.

LOAD-CONTROL-TOTALS.
    *> Snapshots are appended in run order, so the last one read for
    *> each side of the business date is the one that counts.
    MOVE 'N' TO WS-EOF
    OPEN INPUT MASTER-CONTROL-FILE
    IF FILE-STATUS-CONTROL NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ MASTER-CONTROL-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF MCT-SEMESTER >= 1 AND MCT-SEMESTER <= 4
                    MOVE MCT-SEMESTER TO WS-SEM-IX
                    IF MCT-DATE < WS-BUS-DATE
                        MOVE 'Y' TO WS-SM-OPEN-FOUND(WS-SEM-IX)
                        STRING MCT-DATE MCT-TIME DELIMITED BY SIZE
                            INTO WS-SM-OPEN-STAMP(WS-SEM-IX)
                        MOVE MCT-COUNT TO WS-SM-OPEN-COUNT(WS-SEM-IX)
                        MOVE MCT-MARKS TO WS-SM-OPEN-MARKS(WS-SEM-IX)
                    END-IF
                    IF MCT-DATE = WS-BUS-DATE
                        MOVE 'Y' TO WS-SM-CLOSE-FOUND(WS-SEM-IX)
                        STRING MCT-DATE MCT-TIME DELIMITED BY SIZE
                            INTO WS-SM-CLOSE-STAMP(WS-SEM-IX)
                        MOVE MCT-COUNT TO WS-SM-CLOSE-COUNT(WS-SEM-IX)
                        MOVE MCT-MARKS TO WS-SM-CLOSE-MARKS(WS-SEM-IX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MASTER-CONTROL-FILE.

SCAN-ACTIVITY-LOG.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ACTIVITY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                PERFORM PARSE-BAL-DETAIL
                IF ACT-DATE = WS-BUS-DATE
                    PERFORM COUNT-TRANSACTION
                END-IF
                IF ACT-SEMESTER >= 1 AND ACT-SEMESTER <= 4
                    MOVE ACT-SEMESTER TO WS-SEM-IX
                    PERFORM CHECK-IN-WINDOW
                    IF WS-ACT-STAMP NOT = SPACES
                        ADD 1 TO WS-SM-TXN-COUNT(WS-SEM-IX)
                        ADD WS-BAL-COUNT TO WS-SM-POST-COUNT(WS-SEM-IX)
                        ADD WS-BAL-MARKS TO WS-SM-POST-MARKS(WS-SEM-IX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACTIVITY-FILE.

PARSE-BAL-DETAIL.
    *> "BAL +cccc +mmmmmm" - record count and mark-total movement
    *> the entry made on its semester master.
    MOVE 0 TO WS-BAL-COUNT
    MOVE 0 TO WS-BAL-MARKS
    IF ACT-DETAIL(1:4) = "BAL " AND ACT-DETAIL(6:4) IS NUMERIC
            AND ACT-DETAIL(12:6) IS NUMERIC
        MOVE ACT-DETAIL(6:4) TO WS-BAL-COUNT
        IF ACT-DETAIL(5:1) = '-'
            COMPUTE WS-BAL-COUNT = 0 - WS-BAL-COUNT
        END-IF
        MOVE ACT-DETAIL(12:6) TO WS-BAL-MARKS
        IF ACT-DETAIL(11:1) = '-'
            COMPUTE WS-BAL-MARKS = 0 - WS-BAL-MARKS
        END-IF
    END-IF.

CHECK-IN-WINDOW.
    *> Leaves the entry's stamp in WS-ACT-STAMP when it falls after
    *> the opening snapshot and no later than the closing one.
    MOVE SPACES TO WS-ACT-STAMP
    IF WS-SM-OPEN-FOUND(WS-SEM-IX) = 'Y'
            AND WS-SM-CLOSE-FOUND(WS-SEM-IX) = 'Y'
        IF ACT-DATE IS NUMERIC
            IF ACT-DATE > WS-SM-OPEN-STAMP(WS-SEM-IX)(1:8)
                    OR (ACT-DATE = WS-SM-OPEN-STAMP(WS-SEM-IX)(1:8)
                    AND ACT-TIME > WS-SM-OPEN-STAMP(WS-SEM-IX)(9:6))
                IF ACT-DATE < WS-SM-CLOSE-STAMP(WS-SEM-IX)(1:8)
                        OR (ACT-DATE = WS-SM-CLOSE-STAMP(WS-SEM-IX)(1:8)
                        AND ACT-TIME <=
                            WS-SM-CLOSE-STAMP(WS-SEM-IX)(9:6))
                    STRING ACT-DATE ACT-TIME DELIMITED BY SIZE
                        INTO WS-ACT-STAMP
                END-IF
            END-IF
        END-IF
    END-IF.

COUNT-TRANSACTION.
    MOVE 0 TO WS-TX-IX
    EVALUATE ACT-FUNCTION
        WHEN "MARK-QUEUE"
            MOVE 1 TO WS-TX-IX
        WHEN "EDIT-POSTED"
            MOVE 2 TO WS-TX-IX
        WHEN "DELETE-POSTED"
            MOVE 3 TO WS-TX-IX
        WHEN "DELETE-UNDONE"
            MOVE 4 TO WS-TX-IX
        WHEN "REGISTER-SEM1"
        WHEN "REGISTER-SEM2"
        WHEN "BATCH-PROMOTE"
        WHEN "INTAKE-IMPORT"
            MOVE 5 TO WS-TX-IX
        WHEN "MARK-APPROVE"
            MOVE 6 TO WS-TX-IX
        WHEN "MARK-REJECT"
            MOVE 7 TO WS-TX-IX
        WHEN "FEE-POSTING"
            PERFORM LOAD-FEE-POSTING
            IF ACT-DETAIL(1:1) = 'C'
                MOVE 8 TO WS-TX-IX
            ELSE
                MOVE 9 TO WS-TX-IX
            END-IF
        WHEN "PAYMENT-REVERSAL"
            PERFORM LOAD-FEE-POSTING
            MOVE 10 TO WS-TX-IX
    END-EVALUATE
    IF WS-TX-IX = 0
        EXIT PARAGRAPH
    END-IF
    *> A registration entry counts the records it put on the master.
    IF WS-TX-IX = 5 AND ACT-DETAIL(1:4) = "BAL "
        ADD WS-BAL-COUNT TO WS-TX-COUNT(WS-TX-IX)
    ELSE
        ADD 1 TO WS-TX-COUNT(WS-TX-IX)
    END-IF
    IF WS-TX-IX >= 8
        ADD WS-PENCE TO WS-TX-VALUE(WS-TX-IX)
    ELSE
        ADD WS-BAL-MARKS TO WS-TX-VALUE(WS-TX-IX)
    END-IF.

LOAD-FEE-POSTING.
    *> FEE-POSTING detail:      "T 999999999 RCPT 999999"
    *> PAYMENT-REVERSAL detail: "RCPT 999999 RR 999999999"
    *> Leaves the amount in pence in WS-PENCE for the type totals.
    MOVE 0 TO WS-PENCE
    IF ACT-FUNCTION = "FEE-POSTING"
        IF ACT-DETAIL(3:9) IS NUMERIC
            MOVE ACT-DETAIL(3:9) TO WS-PENCE
        END-IF
    ELSE
        IF ACT-DETAIL(16:9) IS NUMERIC
            MOVE ACT-DETAIL(16:9) TO WS-PENCE
        END-IF
    END-IF
    IF WS-FL-COUNT >= 500
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FL-COUNT
    MOVE ACT-STUDENT-ID TO WS-FL-STUDENT(WS-FL-COUNT)
    MOVE ACT-TIME TO WS-FL-TIME(WS-FL-COUNT)
    MOVE 0 TO WS-FL-AMOUNT(WS-FL-COUNT)
    MOVE 'N' TO WS-FL-AMOUNT-KNOWN(WS-FL-COUNT)
    MOVE SPACES TO WS-FL-RECEIPT(WS-FL-COUNT)
    MOVE 'N' TO WS-FL-LEDGER-HIT(WS-FL-COUNT)
    MOVE 'N' TO WS-FL-RECEIPT-HIT(WS-FL-COUNT)
    IF ACT-FUNCTION = "FEE-POSTING"
        MOVE ACT-DETAIL(1:1) TO WS-FL-TYPE(WS-FL-COUNT)
        IF ACT-DETAIL(3:9) IS NUMERIC
            MOVE ACT-DETAIL(3:9) TO WS-FL-AMOUNT(WS-FL-COUNT)
            MOVE 'Y' TO WS-FL-AMOUNT-KNOWN(WS-FL-COUNT)
        END-IF
        IF ACT-DETAIL(13:5) = "RCPT "
            MOVE ACT-DETAIL(18:6) TO WS-FL-RECEIPT(WS-FL-COUNT)
        ELSE
            *> Charges carry no receipt and need none.
            MOVE 'Y' TO WS-FL-RECEIPT-HIT(WS-FL-COUNT)
        END-IF
    ELSE
        MOVE 'V' TO WS-FL-TYPE(WS-FL-COUNT)
        MOVE ACT-DETAIL(6:6) TO WS-FL-RECEIPT(WS-FL-COUNT)
        IF ACT-DETAIL(16:9) IS NUMERIC
            MOVE ACT-DETAIL(16:9) TO WS-FL-AMOUNT(WS-FL-COUNT)
            MOVE 'Y' TO WS-FL-AMOUNT-KNOWN(WS-FL-COUNT)
        END-IF
    END-IF.

BALANCE-SEMESTERS.
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        IF WS-SM-CLOSE-FOUND(WS-SEM-IX) = 'N'
            MOVE 'N' TO WS-SM-STATUS(WS-SEM-IX)
            IF WS-RESULT = 'B'
                MOVE 'N' TO WS-RESULT
            END-IF
        ELSE
            IF WS-SM-OPEN-FOUND(WS-SEM-IX) = 'N'
                *> First snapshot on record - nothing to carry
                *> forward from, so this semester starts the chain.
                MOVE 'F' TO WS-SM-STATUS(WS-SEM-IX)
            ELSE
                COMPUTE WS-EXPECT-COUNT =
                    WS-SM-OPEN-COUNT(WS-SEM-IX)
                    + WS-SM-POST-COUNT(WS-SEM-IX)
                COMPUTE WS-EXPECT-MARKS =
                    WS-SM-OPEN-MARKS(WS-SEM-IX)
                    + WS-SM-POST-MARKS(WS-SEM-IX)
                IF WS-EXPECT-COUNT NOT = WS-SM-CLOSE-COUNT(WS-SEM-IX)
                        OR WS-EXPECT-MARKS NOT =
                            WS-SM-CLOSE-MARKS(WS-SEM-IX)
                    MOVE 'O' TO WS-SM-STATUS(WS-SEM-IX)
                    MOVE 'O' TO WS-RESULT
                    ADD 1 TO WS-DIFF-COUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

WRITE-REPORT-HEADER.
    MOVE SPACES TO REPORT-LINE
    STRING "DAILY TRANSACTION BALANCING REPORT   BUSINESS DATE "
        WS-BUS-DATE "   RUN " WS-RUN-STAMP
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "=" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-TRANSACTION-SECTION.
    MOVE "TRANSACTIONS ON ACTIVITY LOG FOR THE BUSINESS DATE"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "  Type                          Count        Movement"
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-TX-IX FROM 1 BY 1 UNTIL WS-TX-IX > 10
        MOVE WS-TX-COUNT(WS-TX-IX) TO WS-COUNT-DISP
        MOVE SPACES TO REPORT-LINE
        IF WS-TX-UNIT(WS-TX-IX) = SPACES
            STRING "  " WS-TX-LABEL(WS-TX-IX) "  " WS-COUNT-DISP
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            IF WS-TX-IX >= 8
                COMPUTE WS-PENCE-WORK = WS-TX-VALUE(WS-TX-IX) / 100
                MOVE WS-PENCE-WORK TO WS-PENCE-DISP
                STRING "  " WS-TX-LABEL(WS-TX-IX) "  " WS-COUNT-DISP
                    "  " WS-PENCE-DISP
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                MOVE WS-TX-VALUE(WS-TX-IX) TO WS-VALUE-DISP
                STRING "  " WS-TX-LABEL(WS-TX-IX) "  " WS-COUNT-DISP
                    "  " WS-VALUE-DISP " " WS-TX-UNIT(WS-TX-IX)
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
        END-IF
        WRITE REPORT-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-MASTER-SECTION.
    MOVE "MASTER CONTROL TOTALS (EOD CHECKSUMS SNAPSHOTS)"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "  Sem  Opening recs/marks   Posted recs/marks   Expected"
        TO REPORT-LINE
    MOVE "recs/marks   Closing recs/marks" TO REPORT-LINE(60:31)
    WRITE REPORT-LINE
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        PERFORM WRITE-ONE-SEMESTER
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-ONE-SEMESTER.
    MOVE SPACES TO REPORT-LINE
    EVALUATE WS-SM-STATUS(WS-SEM-IX)
        WHEN 'N'
            STRING "   " WS-SEM-IX "   no closing control totals for "
                "the business date - CHECKSUMS step has not run"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            EXIT PARAGRAPH
        WHEN 'F'
            MOVE WS-SM-CLOSE-COUNT(WS-SEM-IX) TO WS-CLOSE-C-DISP
            MOVE WS-SM-CLOSE-MARKS(WS-SEM-IX) TO WS-CLOSE-M-DISP
            STRING "   " WS-SEM-IX "   first snapshot on record - "
                "closing " WS-CLOSE-C-DISP " /" WS-CLOSE-M-DISP
                " carried forward"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE WS-SM-OPEN-COUNT(WS-SEM-IX) TO WS-OPEN-C-DISP
    MOVE WS-SM-OPEN-MARKS(WS-SEM-IX) TO WS-OPEN-M-DISP
    MOVE WS-SM-POST-COUNT(WS-SEM-IX) TO WS-SCOUNT-DISP
    MOVE WS-SM-POST-MARKS(WS-SEM-IX) TO WS-SMARKS-DISP
    COMPUTE WS-EXPECT-COUNT =
        WS-SM-OPEN-COUNT(WS-SEM-IX) + WS-SM-POST-COUNT(WS-SEM-IX)
    COMPUTE WS-EXPECT-MARKS =
        WS-SM-OPEN-MARKS(WS-SEM-IX) + WS-SM-POST-MARKS(WS-SEM-IX)
    MOVE WS-EXPECT-COUNT TO WS-EXP-C-DISP
    MOVE WS-EXPECT-MARKS TO WS-EXP-M-DISP
    MOVE WS-SM-CLOSE-COUNT(WS-SEM-IX) TO WS-CLOSE-C-DISP
    MOVE WS-SM-CLOSE-MARKS(WS-SEM-IX) TO WS-CLOSE-M-DISP
    STRING "   " WS-SEM-IX "  " WS-OPEN-C-DISP " /" WS-OPEN-M-DISP
        "  " WS-SCOUNT-DISP " /" WS-SMARKS-DISP
        "  " WS-EXP-C-DISP " /" WS-EXP-M-DISP
        "  " WS-CLOSE-C-DISP " /" WS-CLOSE-M-DISP
        DELIMITED BY SIZE INTO REPORT-LINE
    IF WS-SM-STATUS(WS-SEM-IX) = 'O'
        MOVE "OUT" TO REPORT-LINE(96:3)
    END-IF
    WRITE REPORT-LINE
    IF WS-SM-STATUS(WS-SEM-IX) = 'O'
        COMPUTE WS-DIFF-RECS =
            WS-SM-CLOSE-COUNT(WS-SEM-IX) - WS-EXPECT-COUNT
        COMPUTE WS-DIFF-MARKS =
            WS-SM-CLOSE-MARKS(WS-SEM-IX) - WS-EXPECT-MARKS
        MOVE WS-DIFF-RECS TO WS-SCOUNT-DISP
        MOVE WS-DIFF-MARKS TO WS-SMARKS-DISP
        MOVE SPACES TO REPORT-LINE
        STRING "   *** OUT OF BALANCE - Semester " WS-SEM-IX
            " differs by " WS-SCOUNT-DISP " record(s) and "
            WS-SMARKS-DISP " mark(s) not accounted for by the log"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-SM-TXN-COUNT(WS-SEM-IX) TO WS-COUNT-DISP
        MOVE SPACES TO REPORT-LINE
        STRING "       Activity between " WS-SM-OPEN-STAMP(WS-SEM-IX)
            " and " WS-SM-CLOSE-STAMP(WS-SEM-IX) ":" WS-COUNT-DISP
            " entr(ies)"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM LIST-SEMESTER-ACTIVITY
    END-IF.

LIST-SEMESTER-ACTIVITY.
    *> The transactions behind an out-of-balance semester: every log
    *> entry for it inside the snapshot window, posting or not, so a
    *> change made outside the online programs stands out by what
    *> is missing.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ACTIVITY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF ACT-SEMESTER = WS-SEM-IX
                    PERFORM CHECK-IN-WINDOW
                    IF WS-ACT-STAMP NOT = SPACES
                        MOVE SPACES TO REPORT-LINE
                        STRING "       " ACT-DATE " " ACT-TIME " "
                            ACT-STAFF-ID " " ACT-FUNCTION " "
                            ACT-STUDENT-ID " " ACT-DETAIL
                            DELIMITED BY SIZE INTO REPORT-LINE
                        WRITE REPORT-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACTIVITY-FILE.

BALANCE-FEES.
    MOVE "FEE POSTINGS (FEE-LEDGER)" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM MATCH-LEDGER-POSTINGS
    PERFORM MATCH-RECEIPTS
    *> Anything logged online that never reached the files.
    PERFORM VARYING WS-FL-IX FROM 1 BY 1 UNTIL WS-FL-IX > WS-FL-COUNT
        IF WS-FL-LEDGER-HIT(WS-FL-IX) = 'N'
            MOVE 'L' TO WS-MISS-KIND
            PERFORM WRITE-UNMATCHED-LOG-LINE
        END-IF
        IF WS-FL-RECEIPT-HIT(WS-FL-IX) = 'N'
            MOVE 'R' TO WS-MISS-KIND
            PERFORM WRITE-UNMATCHED-LOG-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-FEE-COUNT-C TO WS-COUNT-DISP
    MOVE WS-FEE-TOTAL-C TO WS-MONEY-DISP
    MOVE SPACES TO REPORT-LINE
    STRING "  Ledger charges         " WS-COUNT-DISP "  " WS-MONEY-DISP
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-FEE-COUNT-P TO WS-COUNT-DISP
    MOVE WS-FEE-TOTAL-P TO WS-MONEY-DISP
    MOVE SPACES TO REPORT-LINE
    STRING "  Ledger payments        " WS-COUNT-DISP "  " WS-MONEY-DISP
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-FEE-COUNT-V TO WS-COUNT-DISP
    MOVE WS-FEE-TOTAL-V TO WS-MONEY-DISP
    MOVE SPACES TO REPORT-LINE
    STRING "  Ledger reversals       " WS-COUNT-DISP "  " WS-MONEY-DISP
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-FEE-COUNT-OTHER TO WS-COUNT-DISP
    MOVE WS-FEE-TOTAL-OTHER TO WS-MONEY-DISP
    MOVE SPACES TO REPORT-LINE
    STRING "  Ledger waivers/refunds " WS-COUNT-DISP "  " WS-MONEY-DISP
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RCP-ISSUED-COUNT TO WS-COUNT-DISP
    MOVE WS-RCP-ISSUED-TOTAL TO WS-MONEY-DISP
    MOVE SPACES TO REPORT-LINE
    STRING "  Receipts issued        " WS-COUNT-DISP "  " WS-MONEY-DISP
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RCP-CANCEL-COUNT TO WS-COUNT-DISP
    MOVE WS-RCP-CANCEL-TOTAL TO WS-MONEY-DISP
    MOVE SPACES TO REPORT-LINE
    STRING "  Receipts cancelled     " WS-COUNT-DISP "  " WS-MONEY-DISP
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-BATCH-POSTINGS TO WS-COUNT-DISP
    MOVE SPACES TO REPORT-LINE
    STRING "  Posted by batch programs" WS-COUNT-DISP
        " (listed above, no online entry expected)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE.

MATCH-LEDGER-POSTINGS.
    MOVE 'N' TO WS-EOF
    OPEN INPUT FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ FEE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF FEE-POST-DATE = WS-BUS-DATE
                    PERFORM MATCH-ONE-LEDGER-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE FEE-FILE.

MATCH-ONE-LEDGER-ROW.
    COMPUTE WS-PENCE = FEE-AMOUNT * 100
    MOVE SPACES TO WS-LEDGER-RECEIPT
    EVALUATE FEE-TYPE
        WHEN 'C'
            ADD 1 TO WS-FEE-COUNT-C
            ADD FEE-AMOUNT TO WS-FEE-TOTAL-C
        WHEN 'P'
            ADD 1 TO WS-FEE-COUNT-P
            ADD FEE-AMOUNT TO WS-FEE-TOTAL-P
            IF FEE-DESCRIPTION(1:5) = "RCPT "
                MOVE FEE-DESCRIPTION(6:6) TO WS-LEDGER-RECEIPT
            END-IF
        WHEN 'V'
            ADD 1 TO WS-FEE-COUNT-V
            ADD FEE-AMOUNT TO WS-FEE-TOTAL-V
            IF FEE-DESCRIPTION(1:10) = "RVSL RCPT "
                MOVE FEE-DESCRIPTION(11:6) TO WS-LEDGER-RECEIPT
            END-IF
        WHEN OTHER
            ADD 1 TO WS-FEE-COUNT-OTHER
            ADD FEE-AMOUNT TO WS-FEE-TOTAL-OTHER
    END-EVALUATE
    MOVE 0 TO WS-FL-FOUND
    PERFORM VARYING WS-FL-IX FROM 1 BY 1
            UNTIL WS-FL-IX > WS-FL-COUNT OR WS-FL-FOUND > 0
        IF WS-FL-LEDGER-HIT(WS-FL-IX) = 'N'
                AND WS-FL-STUDENT(WS-FL-IX) = FEE-STUDENT-ID
                AND WS-FL-TYPE(WS-FL-IX) = FEE-TYPE
                AND (WS-FL-AMOUNT-KNOWN(WS-FL-IX) = 'N'
                    OR WS-FL-AMOUNT(WS-FL-IX) = WS-PENCE)
                AND WS-FL-RECEIPT(WS-FL-IX) = WS-LEDGER-RECEIPT
            MOVE WS-FL-IX TO WS-FL-FOUND
        END-IF
    END-PERFORM
    IF WS-FL-FOUND > 0
        MOVE 'Y' TO WS-FL-LEDGER-HIT(WS-FL-FOUND)
        EXIT PARAGRAPH
    END-IF
    MOVE FEE-AMOUNT TO WS-MONEY-DISP
    MOVE SPACES TO REPORT-LINE
    IF WS-LEDGER-RECEIPT NOT = SPACES
        *> Only the cashier's counter writes RCPT / RVSL rows, and it
        *> always logs them - one without its entry is a difference.
        STRING "   *** OUT OF BALANCE - ledger " FEE-TYPE " "
            FEE-STUDENT-ID " " WS-MONEY-DISP " "
            FEE-DESCRIPTION " has no activity log entry"
            DELIMITED BY SIZE INTO REPORT-LINE
        MOVE 'O' TO WS-RESULT
        ADD 1 TO WS-DIFF-COUNT
        ADD 1 TO WS-FEE-DIFFS
    ELSE
        STRING "       batch posting  " FEE-TYPE " " FEE-STUDENT-ID " "
            WS-MONEY-DISP " " FEE-DESCRIPTION
            DELIMITED BY SIZE INTO REPORT-LINE
        ADD 1 TO WS-BATCH-POSTINGS
    END-IF
    WRITE REPORT-LINE.

MATCH-RECEIPTS.
    MOVE 'N' TO WS-EOF
    OPEN INPUT RECEIPT-FILE
    IF FILE-STATUS-RECEIPT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ RECEIPT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE RCP-NUMBER TO WS-RECEIPT-NO-X
                COMPUTE WS-PENCE = RCP-AMOUNT * 100
                IF RCP-DATE = WS-BUS-DATE
                    ADD 1 TO WS-RCP-ISSUED-COUNT
                    ADD RCP-AMOUNT TO WS-RCP-ISSUED-TOTAL
                    MOVE 'P' TO WS-LEDGER-RECEIPT(1:1)
                    PERFORM MATCH-ONE-RECEIPT
                END-IF
                IF RCP-STATUS = 'X' AND RCP-CANCEL-DATE = WS-BUS-DATE
                    ADD 1 TO WS-RCP-CANCEL-COUNT
                    ADD RCP-AMOUNT TO WS-RCP-CANCEL-TOTAL
                    MOVE 'V' TO WS-LEDGER-RECEIPT(1:1)
                    PERFORM MATCH-ONE-RECEIPT
                END-IF
        END-READ
    END-PERFORM
    CLOSE RECEIPT-FILE.

MATCH-ONE-RECEIPT.
    *> WS-LEDGER-RECEIPT(1:1) holds the entry type wanted: P for a
    *> receipt issued, V for one cancelled.
    MOVE 0 TO WS-FL-FOUND
    PERFORM VARYING WS-FL-IX FROM 1 BY 1
            UNTIL WS-FL-IX > WS-FL-COUNT OR WS-FL-FOUND > 0
        IF WS-FL-RECEIPT-HIT(WS-FL-IX) = 'N'
                AND WS-FL-TYPE(WS-FL-IX) = WS-LEDGER-RECEIPT(1:1)
                AND WS-FL-RECEIPT(WS-FL-IX) = WS-RECEIPT-NO-X
                AND WS-FL-STUDENT(WS-FL-IX) = RCP-STUDENT-ID
                AND (WS-FL-AMOUNT-KNOWN(WS-FL-IX) = 'N'
                    OR WS-FL-AMOUNT(WS-FL-IX) = WS-PENCE)
            MOVE WS-FL-IX TO WS-FL-FOUND
        END-IF
    END-PERFORM
    IF WS-FL-FOUND > 0
        MOVE 'Y' TO WS-FL-RECEIPT-HIT(WS-FL-FOUND)
        EXIT PARAGRAPH
    END-IF
    MOVE RCP-AMOUNT TO WS-MONEY-DISP
    MOVE SPACES TO REPORT-LINE
    IF WS-LEDGER-RECEIPT(1:1) = 'P'
        STRING "   *** OUT OF BALANCE - receipt " RCP-NUMBER " "
            RCP-STUDENT-ID " " WS-MONEY-DISP " issued by "
            RCP-CASHIER-ID " has no logged payment posting"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "   *** OUT OF BALANCE - receipt " RCP-NUMBER " "
            RCP-STUDENT-ID " " WS-MONEY-DISP " cancelled by "
            RCP-CANCEL-BY " has no logged reversal"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    MOVE 'O' TO WS-RESULT
    ADD 1 TO WS-DIFF-COUNT
    ADD 1 TO WS-FEE-DIFFS.

WRITE-UNMATCHED-LOG-LINE.
    *> WS-MISS-KIND: L no ledger row found, R no receipt found.
    COMPUTE WS-PENCE-WORK = WS-FL-AMOUNT(WS-FL-IX) / 100
    MOVE WS-PENCE-WORK TO WS-PENCE-DISP
    MOVE SPACES TO REPORT-LINE
    IF WS-MISS-KIND = 'L'
        STRING "   *** OUT OF BALANCE - logged " WS-FL-TYPE(WS-FL-IX)
            " " WS-FL-STUDENT(WS-FL-IX) " " WS-PENCE-DISP " at "
            WS-FL-TIME(WS-FL-IX) " has no matching ledger posting"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "   *** OUT OF BALANCE - logged " WS-FL-TYPE(WS-FL-IX)
            " " WS-FL-STUDENT(WS-FL-IX) " " WS-PENCE-DISP
            " receipt " WS-FL-RECEIPT(WS-FL-IX)
            " not on the receipts file for the date"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    MOVE 'O' TO WS-RESULT
    ADD 1 TO WS-DIFF-COUNT
    ADD 1 TO WS-FEE-DIFFS.

WRITE-RESULT-LINE.
    MOVE ALL "=" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    EVALUATE WS-RESULT
        WHEN 'B'
            STRING "RESULT: BUSINESS DATE " WS-BUS-DATE " IN BALANCE"
                DELIMITED BY SIZE INTO REPORT-LINE
        WHEN 'O'
            STRING "RESULT: BUSINESS DATE " WS-BUS-DATE
                " OUT OF BALANCE - " WS-DIFF-COUNT " difference(s); "
                "warehouse extract held"
                DELIMITED BY SIZE INTO REPORT-LINE
        WHEN OTHER
            STRING "RESULT: BUSINESS DATE " WS-BUS-DATE
                " NOT BALANCED - no closing control totals"
                DELIMITED BY SIZE INTO REPORT-LINE
    END-EVALUATE
    WRITE REPORT-LINE.

WRITE-DAILY-STATUS.
    OPEN EXTEND DAILY-BALANCE-FILE
    IF FILE-STATUS-DAILY NOT = "00"
        OPEN OUTPUT DAILY-BALANCE-FILE
    END-IF
    MOVE WS-BUS-DATE TO DBL-DATE
    MOVE WS-RESULT TO DBL-STATUS
    MOVE WS-RUN-STAMP TO DBL-STAMP
    MOVE WS-DIFF-COUNT TO DBL-DIFF-COUNT
    WRITE DAILY-BALANCE-RECORD
    CLOSE DAILY-BALANCE-FILE.

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
    MOVE "BALANCE-REPORT" TO SPL-REPORT-ID
    STRING "DATE " WS-BUS-DATE DELIMITED BY SIZE INTO SPL-PARAMS
    MOVE LS-STAFF-ID TO SPL-STAFF-ID
    MOVE WS-RUN-STAMP TO SPL-TIMESTAMP
    MOVE WS-REPORT-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.
