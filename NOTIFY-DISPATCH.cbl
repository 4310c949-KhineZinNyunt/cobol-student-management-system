*>      the outbox for manual follow-up.
*>   3. Summary  - dispatch totals by status, so on publication day
*>      we can prove who was actually notified.
*> Before an event is handed over, the recipient's consent and
*> channel preferences are applied. notify_event_config.dat says
*> whether the event type goes to the student or the guardian and
*> whether it is statutory; notify_preferences.dat (maintained in
*> NOTIFY-PREFS) holds that recipient's channel, stop-all flag,
*> per-event opt-outs and quiet hours. An opted-out or withdrawn
*> recipient's event is marked 'Q' (suppressed) on the outbox and
*> never sent; during quiet hours the event is held pending for a
*> later run. Statutory notices go out despite opt-outs but still
*> wait for quiet hours to end. Every suppression, hold and
*> statutory override is written to notify_suppressions.dat with
*> its reason, and the gateway record carries the recipient type
*> and channel the provider must use.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT RANKED-RESULTS-SEM2 ASSIGN TO "ranked_results_sem2.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RANKED-STATUS.
    SELECT PREFERENCE-FILE ASSIGN TO "notify_preferences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PREFERENCE.
    SELECT EVENT-CONFIG-FILE ASSIGN TO "notify_event_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EVENT-CFG.
    SELECT SUPPRESSION-FILE ASSIGN TO "notify_suppressions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SUPPRESSION.

DATA DIVISION.
FILE SECTION.
        88  NTF-PENDING     VALUE 'P'.
        88  NTF-SENT        VALUE 'S'.
        88  NTF-FAILED      VALUE 'F'.
        88  NTF-SUPPRESSED  VALUE 'Q'.

FD  TEMP-OUTBOX-FILE.
01  TEMP-OUTBOX-RECORD     PIC X(45).
    05  GWO-TEMPLATE       PIC X(8).
    05  GWO-QUEUED         PIC X(14).
    05  GWO-MESSAGE        PIC X(160).
    05  GWO-RECIPIENT      PIC X.
    05  GWO-CHANNEL        PIC X.

FD  TEMPLATE-FILE.
01  TEMPLATE-RECORD.
    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-PAYMENT  VALUE 'P'.
        88  FEE-IS-DEBIT    VALUE 'C' 'R' 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  TEMP-DLOG-FILE.
01  TEMP-DLOG-RECORD       PIC X(45).

FD  PREFERENCE-FILE.
01  PREFERENCE-RECORD.
    05  NPF-STUDENT-ID     PIC X(10).
    05  NPF-RECIPIENT      PIC X.
    05  NPF-CHANNEL        PIC X.
    05  NPF-STOP-ALL       PIC X.
    05  NPF-OPT-OUT-EVENT  OCCURS 8 TIMES PIC X(12).
    05  NPF-QUIET-START    PIC X(4).
    05  NPF-QUIET-END      PIC X(4).
    05  NPF-UPDATED        PIC X(8).
    05  NPF-UPDATED-BY     PIC X(10).

FD  EVENT-CONFIG-FILE.
01  EVENT-CONFIG-RECORD.
    05  NEC-EVENT-TYPE     PIC X(12).
    05  NEC-RECIPIENT      PIC X.
    05  NEC-STATUTORY      PIC X.

FD  SUPPRESSION-FILE.
01  SUPPRESSION-RECORD.
    05  NSL-DATE           PIC X(8).
    05  NSL-TIME           PIC X(6).
    05  NSL-STUDENT-ID     PIC X(10).
    05  NSL-RECIPIENT      PIC X.
    05  NSL-EVENT-TYPE     PIC X(12).
    05  NSL-QUEUED         PIC X(14).
    05  NSL-ACTION         PIC X.
    05  NSL-REASON         PIC X(20).

WORKING-STORAGE SECTION.
01  FILE-STATUS-OUTBOX     PIC XX.
01  FILE-STATUS-GATEWAY    PIC XX.
01  WS-BALANCE             PIC S9(8)V99.
01  WS-BALANCE-DISP        PIC -(8)9.99.
01  WS-RANK-FOUND          PIC 9(3).
01  FILE-STATUS-PREFERENCE PIC XX.
01  FILE-STATUS-EVENT-CFG  PIC XX.
01  FILE-STATUS-SUPPRESSION PIC XX.
01  WS-CUR-RECIPIENT       PIC X.
01  WS-CUR-STATUTORY       PIC X.
01  WS-CUR-CHANNEL         PIC X.
01  WS-PREF-FOUND          PIC X.
01  WS-PREF-ACTION         PIC X.
01  WS-PREF-REASON         PIC X(20).
01  WS-PREF-SLOT           PIC 9(2).
01  WS-NOW-HHMM            PIC X(4).
01  WS-IN-QUIET            PIC X.
01  WS-PREF-ROW.
    05  WS-PF-STOP-ALL     PIC X.
    05  WS-PF-OPT-OUT      OCCURS 8 TIMES PIC X(12).
    05  WS-PF-QUIET-START  PIC X(4).
    05  WS-PF-QUIET-END    PIC X(4).
01  WS-SUPPRESS-COUNT      PIC 9(5) VALUE 0.
01  WS-HELD-COUNT          PIC 9(5) VALUE 0.
01  WS-OVERRIDE-COUNT      PIC 9(5) VALUE 0.
01  WS-SUM-SUPPRESSED      PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
                "limit of " WS-RETRY-LIMIT " and were marked "
                "failed for manual follow-up."
        END-IF
        IF WS-SUPPRESS-COUNT > 0
            DISPLAY WS-SUPPRESS-COUNT " event(s) suppressed by "
                "recipient opt-out or withdrawn consent."
        END-IF
        IF WS-HELD-COUNT > 0
            DISPLAY WS-HELD-COUNT " event(s) held for the "
                "recipient's quiet hours - still pending."
        END-IF
        IF WS-OVERRIDE-COUNT > 0
            DISPLAY WS-OVERRIDE-COUNT " statutory notice(s) sent "
                "despite an opt-out."
        END-IF
        IF WS-SUPPRESS-COUNT > 0 OR WS-HELD-COUNT > 0
                OR WS-OVERRIDE-COUNT > 0
            DISPLAY "Reasons are logged in notify_suppressions.dat."
        END-IF
    END-IF.

EXTRACT-ONE-EVENT.
    *> An event already sitting with the gateway (log status 'E')
    *> is not extracted again - it is waiting for its
    *> acknowledgement. Bounced events go out again until the
    *> attempt count reaches the retry limit. Anything about to go
    *> out is first checked against the recipient's preferences.
    MOVE NTF-STUDENT-ID TO WS-CUR-STUDENT
    MOVE NTF-EVENT-TYPE TO WS-CUR-EVENT
    MOVE NTF-TIMESTAMP TO WS-CUR-TIMESTAMP
    MOVE NTF-TEMPLATE TO WS-CUR-TEMPLATE
    PERFORM FIND-LOG-ENTRY
    IF WS-LOG-FOUND = 'N'
            OR (WS-LOG-STATUS = 'F'
                AND WS-LOG-ATTEMPTS < WS-RETRY-LIMIT)
        PERFORM CHECK-PREFERENCES
        IF WS-PREF-ACTION = 'Q'
            PERFORM LOG-SUPPRESSION
            MOVE 'Q' TO NTF-DISPATCH
            ADD 1 TO WS-SUPPRESS-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREF-ACTION = 'H'
            PERFORM LOG-SUPPRESSION
            ADD 1 TO WS-HELD-COUNT
            EXIT PARAGRAPH
        END-IF
        IF WS-PREF-ACTION = 'O'
            PERFORM LOG-SUPPRESSION
            ADD 1 TO WS-OVERRIDE-COUNT
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN WS-LOG-FOUND = 'N'
            MOVE WS-NEXT-REF TO WS-LOG-REF
    MOVE WS-CUR-TEMPLATE TO GWO-TEMPLATE
    MOVE WS-CUR-TIMESTAMP TO GWO-QUEUED
    MOVE WS-MSG-OUT TO GWO-MESSAGE
    MOVE WS-CUR-RECIPIENT TO GWO-RECIPIENT
    MOVE WS-CUR-CHANNEL TO GWO-CHANNEL
    WRITE GATEWAY-OUT-RECORD.

CHECK-PREFERENCES.
    *> Sets WS-PREF-ACTION for the current event: 'S' send, 'Q'
    *> suppress (opted out or consent withdrawn), 'H' hold for
    *> quiet hours, 'O' statutory notice sent despite an opt-out.
    *> No preference row means send on the gateway's default
    *> channel.
    MOVE 'S' TO WS-PREF-ACTION
    MOVE SPACES TO WS-PREF-REASON
    PERFORM FETCH-EVENT-CONFIG
    PERFORM FETCH-PREFERENCE
    IF WS-PREF-FOUND = 'N'
        EXIT PARAGRAPH
    END-IF
    IF WS-PF-STOP-ALL = 'Y'
        MOVE 'Q' TO WS-PREF-ACTION
        MOVE "CONSENT-WITHDRAWN" TO WS-PREF-REASON
    ELSE
        PERFORM VARYING WS-PREF-SLOT FROM 1 BY 1
                UNTIL WS-PREF-SLOT > 8
            IF WS-PF-OPT-OUT(WS-PREF-SLOT) = WS-CUR-EVENT
                MOVE 'Q' TO WS-PREF-ACTION
                MOVE "OPTED-OUT-EVENT" TO WS-PREF-REASON
            END-IF
        END-PERFORM
    END-IF
    IF WS-PREF-ACTION = 'Q' AND WS-CUR-STATUTORY = 'Y'
        MOVE 'O' TO WS-PREF-ACTION
    END-IF
    IF WS-PREF-ACTION = 'Q'
        EXIT PARAGRAPH
    END-IF
    *> Quiet hours may run overnight (e.g. 2100 to 0700).
    MOVE 'N' TO WS-IN-QUIET
    MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-HHMM
    IF WS-PF-QUIET-START IS NUMERIC AND WS-PF-QUIET-END IS NUMERIC
        IF WS-PF-QUIET-START < WS-PF-QUIET-END
            IF WS-NOW-HHMM >= WS-PF-QUIET-START
                    AND WS-NOW-HHMM < WS-PF-QUIET-END
                MOVE 'Y' TO WS-IN-QUIET
            END-IF
        END-IF
        IF WS-PF-QUIET-START > WS-PF-QUIET-END
            IF WS-NOW-HHMM >= WS-PF-QUIET-START
                    OR WS-NOW-HHMM < WS-PF-QUIET-END
                MOVE 'Y' TO WS-IN-QUIET
            END-IF
        END-IF
    END-IF
    IF WS-IN-QUIET = 'Y'
        MOVE 'H' TO WS-PREF-ACTION
        MOVE "QUIET-HOURS" TO WS-PREF-REASON
    END-IF.

FETCH-EVENT-CONFIG.
    *> Without a config row GUARDIAN-RPT goes to the guardian and
    *> PROBATION is statutory.
    MOVE 'S' TO WS-CUR-RECIPIENT
    MOVE 'N' TO WS-CUR-STATUTORY
    IF WS-CUR-EVENT = "GUARDIAN-RPT"
        MOVE 'G' TO WS-CUR-RECIPIENT
    END-IF
    IF WS-CUR-EVENT = "PROBATION"
        MOVE 'Y' TO WS-CUR-STATUTORY
    END-IF
    OPEN INPUT EVENT-CONFIG-FILE
    IF FILE-STATUS-EVENT-CFG = "00"
        PERFORM UNTIL FILE-STATUS-EVENT-CFG NOT = "00"
            READ EVENT-CONFIG-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-EVENT-CFG
                NOT AT END
                    IF NEC-EVENT-TYPE = WS-CUR-EVENT
                        IF NEC-RECIPIENT = 'S' OR NEC-RECIPIENT = 'G'
                            MOVE NEC-RECIPIENT TO WS-CUR-RECIPIENT
                        END-IF
                        IF NEC-STATUTORY = 'Y'
                            MOVE 'Y' TO WS-CUR-STATUTORY
                        ELSE
                            MOVE 'N' TO WS-CUR-STATUTORY
                        END-IF
                        MOVE "10" TO FILE-STATUS-EVENT-CFG
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EVENT-CONFIG-FILE
    END-IF.

FETCH-PREFERENCE.
    MOVE 'N' TO WS-PREF-FOUND
    MOVE SPACE TO WS-CUR-CHANNEL
    MOVE SPACES TO WS-PREF-ROW
    OPEN INPUT PREFERENCE-FILE
    IF FILE-STATUS-PREFERENCE = "00"
        PERFORM UNTIL FILE-STATUS-PREFERENCE NOT = "00"
            READ PREFERENCE-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-PREFERENCE
                NOT AT END
                    IF NPF-STUDENT-ID = WS-CUR-STUDENT
                            AND NPF-RECIPIENT = WS-CUR-RECIPIENT
                        MOVE 'Y' TO WS-PREF-FOUND
                        MOVE NPF-CHANNEL TO WS-CUR-CHANNEL
                        MOVE NPF-STOP-ALL TO WS-PF-STOP-ALL
                        PERFORM VARYING WS-PREF-SLOT FROM 1 BY 1
                                UNTIL WS-PREF-SLOT > 8
                            MOVE NPF-OPT-OUT-EVENT(WS-PREF-SLOT)
                                TO WS-PF-OPT-OUT(WS-PREF-SLOT)
                        END-PERFORM
                        MOVE NPF-QUIET-START TO WS-PF-QUIET-START
                        MOVE NPF-QUIET-END TO WS-PF-QUIET-END
                        MOVE "10" TO FILE-STATUS-PREFERENCE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PREFERENCE-FILE
    END-IF.

LOG-SUPPRESSION.
    OPEN EXTEND SUPPRESSION-FILE
    IF FILE-STATUS-SUPPRESSION NOT = "00"
        OPEN OUTPUT SUPPRESSION-FILE
    END-IF
    MOVE SPACES TO SUPPRESSION-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO NSL-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO NSL-TIME
    MOVE WS-CUR-STUDENT TO NSL-STUDENT-ID
    MOVE WS-CUR-RECIPIENT TO NSL-RECIPIENT
    MOVE WS-CUR-EVENT TO NSL-EVENT-TYPE
    MOVE WS-CUR-TIMESTAMP TO NSL-QUEUED
    MOVE WS-PREF-ACTION TO NSL-ACTION
    MOVE WS-PREF-REASON TO NSL-REASON
    WRITE SUPPRESSION-RECORD
    CLOSE SUPPRESSION-FILE.

BUILD-MESSAGE-TEXT.
    *> Expands the event's template (TEMPLATE-ADMIN maintains the
    *> bodies) into the final message the gateway sends. A missing
                    MOVE "10" TO FILE-STATUS-FEE
                NOT AT END
                    IF FEE-STUDENT-ID = WS-CUR-STUDENT
                        IF FEE-IS-DEBIT
                            ADD FEE-AMOUNT TO WS-CHARGE-TOTAL
                        ELSE
                            ADD FEE-AMOUNT TO WS-PAYMENT-TOTAL
                IF NTF-PENDING
                    ADD 1 TO WS-SUM-PENDING
                END-IF
                IF NTF-SUPPRESSED
                    ADD 1 TO WS-SUM-SUPPRESSED
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-OUTBOX NOT = "35"
    DISPLAY "With gateway, awaiting ack: " WS-SUM-EXTRACTED
    DISPLAY "Delivered                 : " WS-SUM-SENT
    DISPLAY "Failed, will retry        : " WS-SUM-FAILED
    DISPLAY "Failed, retries exhausted : " WS-SUM-EXHAUSTED
    DISPLAY "Suppressed by preferences : " WS-SUM-SUPPRESSED.
