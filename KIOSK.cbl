*> "results pending". The screen is cleared and the session resets
*> after every lookup so the next student in the queue sees
*> nothing of the last.
*> The degree-progress what-if calculator (DEGREE-WHATIF) is
*> offered for the student's own ID only, with embargoed
*> semesters treated as not yet completed.

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

01  WS-EVAL-QIX            PIC 9.
01  WS-EVAL-SCORE-IN       PIC X.
01  WS-EVAL-SCORE          PIC 9.
01  WS-WHATIF-MODE         PIC X.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "2. File a mark appeal"
    DISPLAY "3. My fee balance"
    DISPLAY "4. Course evaluation survey"
    DISPLAY "5. What do I need to graduate? (what-if)"
    DISPLAY "Enter choice (1-5): "
    ACCEPT WS-SERVICE-CHOICE
    EVALUATE WS-SERVICE-CHOICE
        WHEN '1'
            PERFORM SHOW-OWN-FEE-STATEMENT
        WHEN '4'
            PERFORM SUBMIT-EVALUATION
        WHEN '5'
            MOVE 'K' TO WS-WHATIF-MODE
            CALL "DEGREE-WHATIF" USING WS-WHATIF-MODE, WS-ID-INPUT
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE.
            NOT AT END
                IF FEE-STUDENT-ID = WS-ID-INPUT
                    MOVE FEE-AMOUNT TO WS-AMOUNT-DISP
                    EVALUATE TRUE
                        WHEN FEE-IS-CHARGE
                            ADD FEE-AMOUNT TO WS-CHARGE-TOTAL
                            DISPLAY FEE-POST-DATE "  CHARGE  "
                                WS-AMOUNT-DISP "  " FEE-DESCRIPTION
                        WHEN FEE-IS-REFUND
                            ADD FEE-AMOUNT TO WS-CHARGE-TOTAL
                            DISPLAY FEE-POST-DATE "  REFUND  "
                                WS-AMOUNT-DISP "  " FEE-DESCRIPTION
                        WHEN FEE-IS-REVERSAL
                            ADD FEE-AMOUNT TO WS-CHARGE-TOTAL
                            DISPLAY FEE-POST-DATE "  REVERSAL"
                                WS-AMOUNT-DISP "  " FEE-DESCRIPTION
                        WHEN FEE-IS-WAIVER
                            ADD FEE-AMOUNT TO WS-PAYMENT-TOTAL
                            DISPLAY FEE-POST-DATE "  WAIVER  "
                                WS-AMOUNT-DISP "  " FEE-DESCRIPTION
                        WHEN OTHER
                            ADD FEE-AMOUNT TO WS-PAYMENT-TOTAL
                            DISPLAY FEE-POST-DATE "  PAYMENT "
                                WS-AMOUNT-DISP "  " FEE-DESCRIPTION
                    END-EVALUATE
                    ADD 1 TO WS-FEE-ENTRY-COUNT
                END-IF
        END-READ
