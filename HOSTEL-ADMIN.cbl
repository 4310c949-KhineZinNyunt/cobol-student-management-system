            "hostel_alloc.dat"
        DISPLAY "Allocation vacated. The posted charge stays on "
            "the ledger - credit it through the fee ledger if a "
            "refund is due; the refund run then raises the "
            "voucher for the credit balance."
    ELSE
        CALL "CBL_DELETE_FILE" USING "temp_hostel_alloc.dat"
        DISPLAY "No active allocation matches."
