    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-PAYMENT  VALUE 'P'.
        88  FEE-IS-WAIVER   VALUE 'W'.
        88  FEE-IS-REFUND   VALUE 'R'.
        88  FEE-IS-REVERSAL VALUE 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

01  WS-EDIT-OTHER          PIC 9(6) VALUE 0.
01  WS-CHARGE-TOTAL        PIC 9(10)V99 VALUE 0.
01  WS-PAYMENT-TOTAL       PIC 9(10)V99 VALUE 0.
01  WS-WAIVER-TOTAL        PIC 9(10)V99 VALUE 0.
01  WS-REFUND-TOTAL        PIC 9(10)V99 VALUE 0.
01  WS-REVERSAL-TOTAL      PIC 9(10)V99 VALUE 0.
01  WS-BALANCE             PIC S9(10)V99 VALUE 0.
01  WS-AMT-DISP            PIC Z(9)9.99.
01  WS-BAL-DISP            PIC -(9)9.99.
    STRING "Payments posted in " WS-YEAR " : " WS-AMT-DISP
        DELIMITED BY SIZE INTO PACK-LINE
    WRITE PACK-LINE
    MOVE WS-WAIVER-TOTAL TO WS-AMT-DISP
    MOVE SPACES TO PACK-LINE
    STRING "Waivers posted in " WS-YEAR "  : " WS-AMT-DISP
        DELIMITED BY SIZE INTO PACK-LINE
    WRITE PACK-LINE
    MOVE WS-REFUND-TOTAL TO WS-AMT-DISP
    MOVE SPACES TO PACK-LINE
    STRING "Refunds paid in " WS-YEAR "    : " WS-AMT-DISP
        DELIMITED BY SIZE INTO PACK-LINE
    WRITE PACK-LINE
    MOVE WS-REVERSAL-TOTAL TO WS-AMT-DISP
    MOVE SPACES TO PACK-LINE
    STRING "Payments reversed in " WS-YEAR ": " WS-AMT-DISP
        DELIMITED BY SIZE INTO PACK-LINE
    WRITE PACK-LINE
    MOVE WS-BALANCE TO WS-BAL-DISP
    MOVE SPACES TO PACK-LINE
    STRING "Net movement              : " WS-BAL-DISP
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF FEE-POST-DATE(1:4) = WS-YEAR
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
        + WS-REVERSAL-TOTAL - WS-PAYMENT-TOTAL - WS-WAIVER-TOTAL
    MOVE 'N' TO WS-EOF.

SUMMARIZE-AWARDS.
