    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-PAYMENT  VALUE 'P'.
        88  FEE-IS-DEBIT    VALUE 'C' 'R' 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

                    MOVE "10" TO FILE-STATUS-FEE
                NOT AT END
                    IF FEE-STUDENT-ID = WS-ID-INPUT
                        IF FEE-IS-DEBIT
                            ADD FEE-AMOUNT TO WS-CHARGE-TOTAL
                        ELSE
                            ADD FEE-AMOUNT TO WS-PAYMENT-TOTAL
