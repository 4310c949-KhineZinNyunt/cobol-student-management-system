*> campus SMS/email gateway, which marks the dispatch-status field
*> off as it sends ('P' pending, 'S' sent, 'F' failed). This screen
*> lists pending/failed notifications and requeues failures.
*> NOTIFY-DISPATCH marks an event 'Q' when the recipient's consent
*> or opt-outs (notify_preferences.dat) stop it; those are listed
*> here too but are never requeued.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        88  NTF-PENDING     VALUE 'P'.
        88  NTF-SENT        VALUE 'S'.
        88  NTF-FAILED      VALUE 'F'.
        88  NTF-SUPPRESSED  VALUE 'Q'.

FD  TEMP-OUTBOX-FILE.
01  TEMP-OUTBOX-RECORD     PIC X(45).
    DISPLAY "1. View pending notifications"
    DISPLAY "2. View failed notifications"
    DISPLAY "3. Requeue failed notifications"
    DISPLAY "4. View suppressed notifications"
    DISPLAY "Enter choice (1-4): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM LIST-BY-STATUS
        WHEN '3'
            PERFORM REQUEUE-FAILED
        WHEN '4'
            MOVE 'Q' TO WS-WANTED-STATUS
            PERFORM LIST-BY-STATUS
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
