IDENTIFICATION DIVISION.
PROGRAM-ID. NOTIFY-PREFS.

*> Notification consent and channel preferences. One row per
*> student ID and recipient type (S the student, G the guardian)
*> in notify_preferences.dat holds the preferred channel (S SMS,
*> E email), a stop-all flag for when consent is withdrawn, up to
*> eight event types the recipient has opted out of, and quiet
*> hours (HHMM to HHMM, overnight allowed) during which nothing is
*> sent. notify_event_config.dat says, per outbox event type, who
*> the message goes to and whether it is a statutory notice that
*> opt-outs cannot suppress. NOTIFY-DISPATCH applies both when it
*> extracts the outbox to the gateway and records every suppressed
*> or held message, with its reason, in notify_suppressions.dat,
*> which option 4 lists. With no event config row GUARDIAN-RPT goes
*> to the guardian, everything else to the student, and PROBATION
*> is treated as statutory.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PREFERENCE-FILE ASSIGN TO "notify_preferences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PREFERENCE.
    SELECT TEMP-PREFERENCE-FILE ASSIGN TO "temp_preferences.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EVENT-CONFIG-FILE ASSIGN TO "notify_event_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EVENT-CFG.
    SELECT SUPPRESSION-FILE ASSIGN TO "notify_suppressions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SUPPRESSION.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.

DATA DIVISION.
FILE SECTION.
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

FD  TEMP-PREFERENCE-FILE.
01  TEMP-PREFERENCE-RECORD PIC X(135).

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

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

WORKING-STORAGE SECTION.
01  FILE-STATUS-PREFERENCE PIC XX.
01  FILE-STATUS-EVENT-CFG  PIC XX.
01  FILE-STATUS-SUPPRESSION PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-ID-INPUT            PIC X(10).
01  WS-RECIPIENT-INPUT     PIC X.
01  WS-TEXT-INPUT          PIC X(13).
01  WS-EVENT-INPUT         PIC X(12).
01  WS-FLAG-INPUT          PIC X.
01  WS-PREF-FOUND          PIC X.
01  WS-DONE                PIC X.
01  WS-SLOT-IX             PIC 9(2).
01  WS-SLOT-HIT            PIC 9(2).
01  WS-LIST-COUNT          PIC 9(5) VALUE 0.
01  WS-RECIPIENT-WORD      PIC X(8).
01  WS-LOG-FUNCTION        PIC X(20).
01  WS-LOG-DETAIL          PIC X(25).

*> The row being maintained.
01  WS-PREF-ROW.
    05  WS-PF-STUDENT-ID   PIC X(10).
    05  WS-PF-RECIPIENT    PIC X.
    05  WS-PF-CHANNEL      PIC X.
    05  WS-PF-STOP-ALL     PIC X.
    05  WS-PF-OPT-OUT      OCCURS 8 TIMES PIC X(12).
    05  WS-PF-QUIET-START  PIC X(4).
    05  WS-PF-QUIET-END    PIC X(4).
    05  WS-PF-UPDATED      PIC X(8).
    05  WS-PF-UPDATED-BY   PIC X(10).

01  WS-NEC-COUNT           PIC 9(3) VALUE 0.
01  WS-NEC-TABLE.
    05  WS-NEC-ENTRY       OCCURS 50 TIMES.
        10  WS-NEC-EVENT   PIC X(12).
        10  WS-NEC-RECIPIENT PIC X.
        10  WS-NEC-STATUTORY PIC X.
01  WS-NEC-IX              PIC 9(3).
01  WS-NEC-HIT             PIC 9(3).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Notification Preferences ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. View preferences for a student"
    DISPLAY "2. Set preferences for a student or guardian"
    DISPLAY "3. Event types (recipient and statutory flag)"
    DISPLAY "4. Suppression log"
    DISPLAY "Enter choice (1-4): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM VIEW-PREFERENCES
        WHEN '2'
            PERFORM SET-PREFERENCES
        WHEN '3'
            PERFORM SET-EVENT-CONFIG
        WHEN '4'
            PERFORM LIST-SUPPRESSIONS
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

VIEW-PREFERENCES.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    MOVE 'S' TO WS-RECIPIENT-INPUT
    PERFORM FETCH-PREFERENCE
    PERFORM SHOW-PREFERENCE
    MOVE 'G' TO WS-RECIPIENT-INPUT
    PERFORM FETCH-PREFERENCE
    PERFORM SHOW-PREFERENCE.

FETCH-PREFERENCE.
    *> Loads the row for WS-ID-INPUT / WS-RECIPIENT-INPUT into
    *> WS-PREF-ROW, or the defaults (provider channel, everything
    *> allowed, no quiet hours) when there is none.
    MOVE 'N' TO WS-PREF-FOUND
    MOVE SPACES TO WS-PREF-ROW
    MOVE WS-ID-INPUT TO WS-PF-STUDENT-ID
    MOVE WS-RECIPIENT-INPUT TO WS-PF-RECIPIENT
    MOVE 'N' TO WS-PF-STOP-ALL
    MOVE 'N' TO WS-EOF
    OPEN INPUT PREFERENCE-FILE
    IF FILE-STATUS-PREFERENCE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PREFERENCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF NPF-STUDENT-ID = WS-ID-INPUT
                        AND NPF-RECIPIENT = WS-RECIPIENT-INPUT
                    MOVE PREFERENCE-RECORD TO WS-PREF-ROW
                    MOVE 'Y' TO WS-PREF-FOUND
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PREFERENCE NOT = "35"
        CLOSE PREFERENCE-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

SHOW-PREFERENCE.
    IF WS-PF-RECIPIENT = 'G'
        MOVE "GUARDIAN" TO WS-RECIPIENT-WORD
    ELSE
        MOVE "STUDENT" TO WS-RECIPIENT-WORD
    END-IF
    DISPLAY "-- " WS-RECIPIENT-WORD " messages for " WS-ID-INPUT
    IF WS-PREF-FOUND = 'N'
        DISPLAY "   No preferences recorded - all messages go by "
            "the gateway's default channel."
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-PF-CHANNEL
        WHEN 'E'
            DISPLAY "   Channel      : EMAIL"
        WHEN 'S'
            DISPLAY "   Channel      : SMS"
        WHEN OTHER
            DISPLAY "   Channel      : gateway default"
    END-EVALUATE
    IF WS-PF-STOP-ALL = 'Y'
        DISPLAY "   CONSENT WITHDRAWN - only statutory notices are "
            "sent"
    END-IF
    PERFORM VARYING WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 8
        IF WS-PF-OPT-OUT(WS-SLOT-IX) NOT = SPACES
            DISPLAY "   Opted out of : " WS-PF-OPT-OUT(WS-SLOT-IX)
        END-IF
    END-PERFORM
    IF WS-PF-QUIET-START NOT = SPACES
        DISPLAY "   Quiet hours  : " WS-PF-QUIET-START " to "
            WS-PF-QUIET-END
    END-IF
    DISPLAY "   Last changed " WS-PF-UPDATED " by " WS-PF-UPDATED-BY.

SET-PREFERENCES.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    DISPLAY "Recipient - (S)tudent or (G)uardian: "
    ACCEPT WS-RECIPIENT-INPUT
    MOVE FUNCTION UPPER-CASE(WS-RECIPIENT-INPUT) TO WS-RECIPIENT-INPUT
    IF WS-RECIPIENT-INPUT NOT = 'S' AND WS-RECIPIENT-INPUT NOT = 'G'
        DISPLAY "Recipient must be S or G."
        EXIT PARAGRAPH
    END-IF
    PERFORM FETCH-PREFERENCE
    PERFORM SHOW-PREFERENCE
    DISPLAY "Enter keeps the current value."
    DISPLAY "Channel - (S)MS or (E)mail [" WS-PF-CHANNEL "]: "
    ACCEPT WS-FLAG-INPUT
    MOVE FUNCTION UPPER-CASE(WS-FLAG-INPUT) TO WS-FLAG-INPUT
    IF WS-FLAG-INPUT = 'S' OR WS-FLAG-INPUT = 'E'
        MOVE WS-FLAG-INPUT TO WS-PF-CHANNEL
    END-IF
    DISPLAY "Consent withdrawn - stop all non-statutory messages "
        "(Y/N) [" WS-PF-STOP-ALL "]: "
    ACCEPT WS-FLAG-INPUT
    MOVE FUNCTION UPPER-CASE(WS-FLAG-INPUT) TO WS-FLAG-INPUT
    IF WS-FLAG-INPUT = 'Y' OR WS-FLAG-INPUT = 'N'
        MOVE WS-FLAG-INPUT TO WS-PF-STOP-ALL
    END-IF
    DISPLAY "Quiet hours from HHMM (NONE to clear) ["
        WS-PF-QUIET-START "]: "
    ACCEPT WS-TEXT-INPUT
    MOVE FUNCTION UPPER-CASE(WS-TEXT-INPUT) TO WS-TEXT-INPUT
    IF WS-TEXT-INPUT = "NONE"
        MOVE SPACES TO WS-PF-QUIET-START
        MOVE SPACES TO WS-PF-QUIET-END
    ELSE
        IF WS-TEXT-INPUT NOT = SPACES
            IF WS-TEXT-INPUT(1:4) IS NUMERIC
                    AND WS-TEXT-INPUT(1:4) < "2400"
                MOVE WS-TEXT-INPUT(1:4) TO WS-PF-QUIET-START
                DISPLAY "Quiet hours to HHMM [" WS-PF-QUIET-END "]: "
                ACCEPT WS-TEXT-INPUT
                IF WS-TEXT-INPUT(1:4) IS NUMERIC
                        AND WS-TEXT-INPUT(1:4) < "2400"
                    MOVE WS-TEXT-INPUT(1:4) TO WS-PF-QUIET-END
                END-IF
            ELSE
                DISPLAY "Time must be HHMM - quiet hours unchanged."
            END-IF
        END-IF
    END-IF
    IF WS-PF-QUIET-START NOT = SPACES AND WS-PF-QUIET-END = SPACES
        MOVE SPACES TO WS-PF-QUIET-START
        DISPLAY "No end time - quiet hours cleared."
    END-IF
    DISPLAY "Opt out of an event type, or -EVENT to opt back in "
        "(Enter to finish):"
    MOVE 'N' TO WS-DONE
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY "Event: "
        ACCEPT WS-TEXT-INPUT
        MOVE FUNCTION UPPER-CASE(WS-TEXT-INPUT) TO WS-TEXT-INPUT
        IF WS-TEXT-INPUT = SPACES
            MOVE 'Y' TO WS-DONE
        ELSE
            PERFORM APPLY-EVENT-OPT-OUT
        END-IF
    END-PERFORM
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PF-UPDATED
    MOVE WS-STAFF-ID TO WS-PF-UPDATED-BY
    PERFORM WRITE-PREFERENCE
    MOVE "NOTIFY-PREFS" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING WS-PF-RECIPIENT " CH " WS-PF-CHANNEL " STOP "
        WS-PF-STOP-ALL " QUIET " WS-PF-QUIET-START
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-PREFS-ACTION
    MOVE 'Y' TO WS-PREF-FOUND
    PERFORM SHOW-PREFERENCE
    DISPLAY "Preferences saved.".

APPLY-EVENT-OPT-OUT.
    IF WS-TEXT-INPUT(1:1) = "-"
        MOVE WS-TEXT-INPUT(2:12) TO WS-EVENT-INPUT
        PERFORM VARYING WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 8
            IF WS-PF-OPT-OUT(WS-SLOT-IX) = WS-EVENT-INPUT
                MOVE SPACES TO WS-PF-OPT-OUT(WS-SLOT-IX)
                DISPLAY "  Opted back in to " WS-EVENT-INPUT
            END-IF
        END-PERFORM
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TEXT-INPUT(1:12) TO WS-EVENT-INPUT
    MOVE 0 TO WS-SLOT-HIT
    PERFORM VARYING WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 8
        IF WS-PF-OPT-OUT(WS-SLOT-IX) = WS-EVENT-INPUT
            DISPLAY "  Already opted out of " WS-EVENT-INPUT
            EXIT PARAGRAPH
        END-IF
        IF WS-PF-OPT-OUT(WS-SLOT-IX) = SPACES AND WS-SLOT-HIT = 0
            MOVE WS-SLOT-IX TO WS-SLOT-HIT
        END-IF
    END-PERFORM
    IF WS-SLOT-HIT = 0
        DISPLAY "  All eight opt-out slots are in use - use the "
            "consent-withdrawn flag instead."
    ELSE
        MOVE WS-EVENT-INPUT TO WS-PF-OPT-OUT(WS-SLOT-HIT)
        DISPLAY "  Opted out of " WS-EVENT-INPUT
    END-IF.

WRITE-PREFERENCE.
    *> Replaces the row for this student/recipient, appending it
    *> when new.
    MOVE 'N' TO WS-PREF-FOUND
    OPEN OUTPUT TEMP-PREFERENCE-FILE
    MOVE 'N' TO WS-EOF
    OPEN INPUT PREFERENCE-FILE
    IF FILE-STATUS-PREFERENCE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PREFERENCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF NPF-STUDENT-ID = WS-PF-STUDENT-ID
                        AND NPF-RECIPIENT = WS-PF-RECIPIENT
                    MOVE WS-PREF-ROW TO TEMP-PREFERENCE-RECORD
                    MOVE 'Y' TO WS-PREF-FOUND
                ELSE
                    MOVE PREFERENCE-RECORD TO TEMP-PREFERENCE-RECORD
                END-IF
                WRITE TEMP-PREFERENCE-RECORD
        END-READ
    END-PERFORM
    IF FILE-STATUS-PREFERENCE NOT = "35"
        CLOSE PREFERENCE-FILE
    END-IF
    IF WS-PREF-FOUND = 'N'
        MOVE WS-PREF-ROW TO TEMP-PREFERENCE-RECORD
        WRITE TEMP-PREFERENCE-RECORD
    END-IF
    CLOSE TEMP-PREFERENCE-FILE
    MOVE 'N' TO WS-EOF
    CALL "CBL_DELETE_FILE" USING "notify_preferences.dat"
    CALL "CBL_RENAME_FILE" USING "temp_preferences.dat"
        "notify_preferences.dat".

SET-EVENT-CONFIG.
    MOVE 0 TO WS-NEC-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT EVENT-CONFIG-FILE
    IF FILE-STATUS-EVENT-CFG NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ EVENT-CONFIG-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-NEC-COUNT < 50
                    ADD 1 TO WS-NEC-COUNT
                    MOVE NEC-EVENT-TYPE TO WS-NEC-EVENT(WS-NEC-COUNT)
                    MOVE NEC-RECIPIENT
                        TO WS-NEC-RECIPIENT(WS-NEC-COUNT)
                    MOVE NEC-STATUTORY
                        TO WS-NEC-STATUTORY(WS-NEC-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-EVENT-CFG NOT = "35"
        CLOSE EVENT-CONFIG-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    DISPLAY "Event type   To Statutory"
    PERFORM VARYING WS-NEC-IX FROM 1 BY 1
            UNTIL WS-NEC-IX > WS-NEC-COUNT
        DISPLAY WS-NEC-EVENT(WS-NEC-IX) " " WS-NEC-RECIPIENT(WS-NEC-IX)
            "  " WS-NEC-STATUTORY(WS-NEC-IX)
    END-PERFORM
    DISPLAY "Event type to set (Enter to leave): "
    ACCEPT WS-EVENT-INPUT
    MOVE FUNCTION UPPER-CASE(WS-EVENT-INPUT) TO WS-EVENT-INPUT
    IF WS-EVENT-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-NEC-HIT
    PERFORM VARYING WS-NEC-IX FROM 1 BY 1
            UNTIL WS-NEC-IX > WS-NEC-COUNT
        IF WS-NEC-EVENT(WS-NEC-IX) = WS-EVENT-INPUT
            MOVE WS-NEC-IX TO WS-NEC-HIT
        END-IF
    END-PERFORM
    IF WS-NEC-HIT = 0
        IF WS-NEC-COUNT >= 50
            DISPLAY "Event table is full."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-NEC-COUNT
        MOVE WS-NEC-COUNT TO WS-NEC-HIT
        MOVE WS-EVENT-INPUT TO WS-NEC-EVENT(WS-NEC-HIT)
        MOVE 'S' TO WS-NEC-RECIPIENT(WS-NEC-HIT)
        MOVE 'N' TO WS-NEC-STATUTORY(WS-NEC-HIT)
    END-IF
    DISPLAY "Enter keeps the current value."
    DISPLAY "Sent to (S)tudent or (G)uardian ["
        WS-NEC-RECIPIENT(WS-NEC-HIT) "]: "
    ACCEPT WS-FLAG-INPUT
    MOVE FUNCTION UPPER-CASE(WS-FLAG-INPUT) TO WS-FLAG-INPUT
    IF WS-FLAG-INPUT = 'S' OR WS-FLAG-INPUT = 'G'
        MOVE WS-FLAG-INPUT TO WS-NEC-RECIPIENT(WS-NEC-HIT)
    END-IF
    DISPLAY "Statutory - cannot be suppressed by opt-outs (Y/N) ["
        WS-NEC-STATUTORY(WS-NEC-HIT) "]: "
    ACCEPT WS-FLAG-INPUT
    MOVE FUNCTION UPPER-CASE(WS-FLAG-INPUT) TO WS-FLAG-INPUT
    IF WS-FLAG-INPUT = 'Y' OR WS-FLAG-INPUT = 'N'
        MOVE WS-FLAG-INPUT TO WS-NEC-STATUTORY(WS-NEC-HIT)
    END-IF
    OPEN OUTPUT EVENT-CONFIG-FILE
    PERFORM VARYING WS-NEC-IX FROM 1 BY 1
            UNTIL WS-NEC-IX > WS-NEC-COUNT
        MOVE SPACES TO EVENT-CONFIG-RECORD
        MOVE WS-NEC-EVENT(WS-NEC-IX) TO NEC-EVENT-TYPE
        MOVE WS-NEC-RECIPIENT(WS-NEC-IX) TO NEC-RECIPIENT
        MOVE WS-NEC-STATUTORY(WS-NEC-IX) TO NEC-STATUTORY
        WRITE EVENT-CONFIG-RECORD
    END-PERFORM
    CLOSE EVENT-CONFIG-FILE
    MOVE SPACES TO WS-ID-INPUT
    MOVE "NOTIFY-EVENT-CFG" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING WS-EVENT-INPUT " " WS-NEC-RECIPIENT(WS-NEC-HIT) " "
        WS-NEC-STATUTORY(WS-NEC-HIT)
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-PREFS-ACTION
    DISPLAY "Event type saved.".

LIST-SUPPRESSIONS.
    DISPLAY "Student ID (Enter for all): "
    ACCEPT WS-ID-INPUT
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT SUPPRESSION-FILE
    IF FILE-STATUS-SUPPRESSION NOT = "00"
        DISPLAY "No suppressions logged."
        SET END-OF-FILE TO TRUE
    ELSE
        DISPLAY "Date     Time   StudentID  R Event        Queued at"
            "      A Reason"
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ SUPPRESSION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-ID-INPUT = SPACES
                        OR NSL-STUDENT-ID = WS-ID-INPUT
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY NSL-DATE " " NSL-TIME " " NSL-STUDENT-ID
                        " " NSL-RECIPIENT " " NSL-EVENT-TYPE " "
                        NSL-QUEUED " " NSL-ACTION " " NSL-REASON
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SUPPRESSION NOT = "35"
        CLOSE SUPPRESSION-FILE
        DISPLAY WS-LIST-COUNT " entr(ies). Action: Q suppressed, "
            "H held for quiet hours, O statutory override."
    END-IF
    MOVE 'N' TO WS-EOF.

LOG-PREFS-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID TO ACT-STAFF-ID
    MOVE WS-LOG-FUNCTION TO ACT-FUNCTION
    MOVE WS-ID-INPUT TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-LOG-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
