IDENTIFICATION DIVISION.
PROGRAM-ID. SERVICE-DESK.

*> Student service-desk query register. Every walk-in, phone or
*> email query the front desk takes (fee disputes, transcript
*> status, name spelling, missing marks ...) is logged in
*> service_queries.dat against the student ID with a category, the
*> staff member it is assigned to, a status (open / in progress /
*> resolved) and timestamps for when it was opened, first answered
*> and resolved. Each category in service_categories.dat carries a
*> target response time in hours; the aging report measures every
*> query from opening to first response (or to now, if still
*> unanswered) and shows the breaches by category and by staff
*> member. A query that turns into a mark appeal is linked to the
*> APPEALS case number, and one that turns into a data repair is
*> linked to (or raises) the repair_worklist.dat entry, so the
*> student's history shows the whole story in one place.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QUERY-FILE ASSIGN TO "service_queries.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-QUERY.
    SELECT TEMP-QUERY-FILE ASSIGN TO "temp_queries.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CATEGORY-FILE ASSIGN TO "service_categories.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CATEGORY.
    SELECT STAFF-FILE ASSIGN TO "staff_pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STAFF.
    SELECT APPEALS-FILE ASSIGN TO "appeals_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-APPEALS.
    SELECT WORKLIST-FILE ASSIGN TO "repair_worklist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-WORKLIST.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.

DATA DIVISION.
FILE SECTION.
FD  QUERY-FILE.
01  QUERY-RECORD.
    05  SDQ-NUMBER         PIC 9(6).
    05  SDQ-STUDENT-ID     PIC X(10).
    05  SDQ-CATEGORY       PIC X(4).
    05  SDQ-CHANNEL        PIC X.
    05  SDQ-SUMMARY        PIC X(40).
    05  SDQ-ASSIGNED-TO    PIC X(10).
    05  SDQ-STATUS         PIC X.
        88  SDQ-OPEN        VALUE 'O'.
        88  SDQ-IN-PROGRESS VALUE 'P'.
        88  SDQ-RESOLVED    VALUE 'R'.
    05  SDQ-OPENED         PIC X(14).
    05  SDQ-LOGGED-BY      PIC X(10).
    05  SDQ-RESPONDED      PIC X(14).
    05  SDQ-RESOLVED-AT    PIC X(14).
    05  SDQ-LINK-TYPE      PIC X.
    05  SDQ-APPEAL-NUMBER  PIC 9(4).
    05  SDQ-WL-SEMESTER    PIC 9.
    05  SDQ-WL-RULE        PIC X(20).
    05  SDQ-WL-DATE        PIC X(8).

FD  TEMP-QUERY-FILE.
01  TEMP-QUERY-RECORD      PIC X(158).

FD  CATEGORY-FILE.
01  CATEGORY-RECORD.
    05  SDC-CODE           PIC X(4).
    05  SDC-DESCRIPTION    PIC X(30).
    05  SDC-TARGET-HOURS   PIC 9(4).

FD  STAFF-FILE.
01  STAFF-RECORD.
    05  STAFF-ID           PIC X(10).
    05  STAFF-PIN          PIC X(6).
    05  STAFF-ROLE         PIC X.
    05  STAFF-STATUS       PIC X.
    05  STAFF-FAIL-COUNT   PIC 9.
    05  STAFF-PIN-DATE     PIC X(8).
    05  STAFF-FORCE-CHANGE PIC X.

FD  APPEALS-FILE.
01  APPEAL-RECORD.
    05  APL-NUMBER         PIC 9(4).
    05  APL-STUDENT-ID     PIC X(10).
    05  APL-SEMESTER       PIC 9.
    05  APL-SUBJECT-CODE   PIC X(10).
    05  APL-REASON         PIC X(30).
    05  APL-FEE-PAID       PIC X.
    05  APL-STATUS         PIC X.
    05  APL-FILED-DATE     PIC X(8).
    05  APL-RESOLVED-DATE  PIC X(8).

FD  WORKLIST-FILE.
01  WORKLIST-RECORD.
    05  RWL-SEMESTER       PIC 9.
    05  RWL-STUDENT-ID     PIC X(10).
    05  RWL-RULE           PIC X(20).
    05  RWL-DETAIL         PIC X(20).
    05  RWL-DATE           PIC X(8).

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
01  FILE-STATUS-QUERY      PIC XX.
01  FILE-STATUS-CATEGORY   PIC XX.
01  FILE-STATUS-STAFF      PIC XX.
01  FILE-STATUS-APPEALS    PIC XX.
01  FILE-STATUS-WORKLIST   PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-ACTION              PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-ID-INPUT            PIC X(10).
01  WS-NUMBER-INPUT        PIC X(6).
01  WS-QUERY-NUMBER        PIC 9(6).
01  WS-NEXT-NUMBER         PIC 9(6) VALUE 0.
01  WS-QUERY-FOUND         PIC X.
01  WS-CODE-INPUT          PIC X(4).
01  WS-TEXT-INPUT          PIC X(40).
01  WS-HOURS-INPUT         PIC X(4).
01  WS-STAFF-INPUT         PIC X(10).
01  WS-STAFF-OK            PIC X.
01  WS-APPEAL-INPUT        PIC X(4).
01  WS-APPEAL-FOUND        PIC X.
01  WS-APPEAL-STUDENT      PIC X(10).
01  WS-APPEAL-STATUS       PIC X.
01  WS-APPEAL-WORD         PIC X(12).
01  WS-SEM-INPUT           PIC X.
01  WS-NOW                 PIC X(14).
01  WS-TODAY               PIC X(8).
01  WS-LIST-COUNT          PIC 9(5) VALUE 0.
01  WS-STATUS-WORD         PIC X(11).
01  WS-LINK-TEXT           PIC X(40).
01  WS-BREACH-FLAG         PIC X(6).
01  WS-LOG-FUNCTION        PIC X(20).
01  WS-LOG-DETAIL          PIC X(25).
01  WS-PARAMS              PIC X(20).
01  WS-REPORT-FILENAME     PIC X(30).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-SPOOL-REPORT-ID     PIC X(20).
01  WS-SPOOL-FILENAME      PIC X(30).

*> The query being worked on.
01  WS-QUERY-ROW.
    05  WS-Q-NUMBER        PIC 9(6).
    05  WS-Q-STUDENT-ID    PIC X(10).
    05  WS-Q-CATEGORY      PIC X(4).
    05  WS-Q-CHANNEL       PIC X.
    05  WS-Q-SUMMARY       PIC X(40).
    05  WS-Q-ASSIGNED-TO   PIC X(10).
    05  WS-Q-STATUS        PIC X.
    05  WS-Q-OPENED        PIC X(14).
    05  WS-Q-LOGGED-BY     PIC X(10).
    05  WS-Q-RESPONDED     PIC X(14).
    05  WS-Q-RESOLVED-AT   PIC X(14).
    05  WS-Q-LINK-TYPE     PIC X.
    05  WS-Q-APPEAL-NUMBER PIC 9(4).
    05  WS-Q-WL-SEMESTER   PIC 9.
    05  WS-Q-WL-RULE       PIC X(20).
    05  WS-Q-WL-DATE       PIC X(8).

*> Categories and their target response times. Used as shipped
*> when service_categories.dat has not been set up.
01  WS-CAT-COUNT           PIC 9(2) VALUE 0.
01  WS-CAT-TABLE.
    05  WS-CAT-ENTRY       OCCURS 30 TIMES.
        10  WS-CAT-CODE    PIC X(4).
        10  WS-CAT-DESC    PIC X(30).
        10  WS-CAT-HOURS   PIC 9(4).
        10  WS-CAT-TOTAL   PIC 9(5).
        10  WS-CAT-BREACH  PIC 9(5).
        10  WS-CAT-OPEN    PIC 9(5).
01  WS-CAT-IX              PIC 9(2).
01  WS-CAT-HIT             PIC 9(2).

*> Per-staff tallies for the aging report.
01  WS-STF-COUNT           PIC 9(3) VALUE 0.
01  WS-STF-TABLE.
    05  WS-STF-ENTRY       OCCURS 100 TIMES.
        10  WS-STF-ID      PIC X(10).
        10  WS-STF-TOTAL   PIC 9(5).
        10  WS-STF-BREACH  PIC 9(5).
        10  WS-STF-OPEN    PIC 9(5).
01  WS-STF-IX              PIC 9(3).
01  WS-STF-HIT             PIC 9(3).

*> Student's repair worklist items offered for linking.
01  WS-WL-COUNT            PIC 9(2) VALUE 0.
01  WS-WL-TABLE.
    05  WS-WL-ENTRY        OCCURS 20 TIMES.
        10  WS-WL-SEM      PIC 9.
        10  WS-WL-RULE     PIC X(20).
        10  WS-WL-DETAIL   PIC X(20).
        10  WS-WL-DATE     PIC X(8).
01  WS-WL-IX               PIC 9(2).
01  WS-WL-PICK             PIC 9(2).
01  WS-WL-STILL-OPEN       PIC X.

*> Elapsed time between two YYYYMMDDHHMMSS stamps.
01  WS-FROM-TS.
    05  WS-FROM-DATE       PIC 9(8).
    05  WS-FROM-HH         PIC 9(2).
    05  WS-FROM-MI         PIC 9(2).
    05  FILLER             PIC X(2).
01  WS-TO-TS.
    05  WS-TO-DATE         PIC 9(8).
    05  WS-TO-HH           PIC 9(2).
    05  WS-TO-MI           PIC 9(2).
    05  FILLER             PIC X(2).
01  WS-ELAPSED-MIN         PIC S9(9).
01  WS-ELAPSED-HOURS       PIC 9(6).
01  WS-TARGET-HOURS        PIC 9(4).
01  WS-TOTAL-QUERIES       PIC 9(5) VALUE 0.
01  WS-TOTAL-BREACHES      PIC 9(5) VALUE 0.
01  WS-TOTAL-OPEN          PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Service Desk Query Register ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
    MOVE WS-NOW(1:8) TO WS-TODAY
    PERFORM LOAD-CATEGORIES
    DISPLAY "1. Log a new query"
    DISPLAY "2. Update a query (assign, respond, resolve, reopen)"
    DISPLAY "3. Link a query to an appeal or repair worklist item"
    DISPLAY "4. Query history for a student"
    DISPLAY "5. SLA aging report"
    DISPLAY "6. Categories and target response times"
    DISPLAY "Enter choice (1-6): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM LOG-NEW-QUERY
        WHEN '2'
            PERFORM UPDATE-QUERY
        WHEN '3'
            PERFORM LINK-QUERY
        WHEN '4'
            PERFORM STUDENT-HISTORY
        WHEN '5'
            PERFORM SLA-AGING-REPORT
        WHEN '6'
            PERFORM MAINTAIN-CATEGORIES
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

LOAD-CATEGORIES.
    MOVE 0 TO WS-CAT-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT CATEGORY-FILE
    IF FILE-STATUS-CATEGORY NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CATEGORY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-CAT-COUNT < 30 AND SDC-CODE NOT = SPACES
                    ADD 1 TO WS-CAT-COUNT
                    MOVE SDC-CODE TO WS-CAT-CODE(WS-CAT-COUNT)
                    MOVE SDC-DESCRIPTION TO WS-CAT-DESC(WS-CAT-COUNT)
                    IF SDC-TARGET-HOURS IS NUMERIC
                        MOVE SDC-TARGET-HOURS
                            TO WS-CAT-HOURS(WS-CAT-COUNT)
                    ELSE
                        MOVE 48 TO WS-CAT-HOURS(WS-CAT-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CATEGORY NOT = "35"
        CLOSE CATEGORY-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-CAT-COUNT = 0
        MOVE 5 TO WS-CAT-COUNT
        MOVE "FEE " TO WS-CAT-CODE(1)
        MOVE "Fee dispute" TO WS-CAT-DESC(1)
        MOVE 48 TO WS-CAT-HOURS(1)
        MOVE "TRAN" TO WS-CAT-CODE(2)
        MOVE "Transcript status" TO WS-CAT-DESC(2)
        MOVE 24 TO WS-CAT-HOURS(2)
        MOVE "NAME" TO WS-CAT-CODE(3)
        MOVE "Name spelling" TO WS-CAT-DESC(3)
        MOVE 72 TO WS-CAT-HOURS(3)
        MOVE "MARK" TO WS-CAT-CODE(4)
        MOVE "Missing marks" TO WS-CAT-DESC(4)
        MOVE 72 TO WS-CAT-HOURS(4)
        MOVE "OTHR" TO WS-CAT-CODE(5)
        MOVE "Other" TO WS-CAT-DESC(5)
        MOVE 48 TO WS-CAT-HOURS(5)
    END-IF
    PERFORM VARYING WS-CAT-IX FROM 1 BY 1
            UNTIL WS-CAT-IX > WS-CAT-COUNT
        MOVE 0 TO WS-CAT-TOTAL(WS-CAT-IX)
        MOVE 0 TO WS-CAT-BREACH(WS-CAT-IX)
        MOVE 0 TO WS-CAT-OPEN(WS-CAT-IX)
    END-PERFORM.

FIND-CATEGORY.
    MOVE 0 TO WS-CAT-HIT
    PERFORM VARYING WS-CAT-IX FROM 1 BY 1
            UNTIL WS-CAT-IX > WS-CAT-COUNT
        IF WS-CAT-CODE(WS-CAT-IX) = WS-CODE-INPUT
            MOVE WS-CAT-IX TO WS-CAT-HIT
        END-IF
    END-PERFORM.

LIST-CATEGORIES.
    DISPLAY "Code Description                    Target hrs"
    PERFORM VARYING WS-CAT-IX FROM 1 BY 1
            UNTIL WS-CAT-IX > WS-CAT-COUNT
        DISPLAY WS-CAT-CODE(WS-CAT-IX) " " WS-CAT-DESC(WS-CAT-IX)
            " " WS-CAT-HOURS(WS-CAT-IX)
    END-PERFORM.

LOG-NEW-QUERY.
    MOVE SPACES TO WS-QUERY-ROW
    DISPLAY "Student ID: "
    ACCEPT WS-Q-STUDENT-ID
    IF WS-Q-STUDENT-ID = SPACES
        DISPLAY "Student ID is required."
        EXIT PARAGRAPH
    END-IF
    PERFORM LIST-CATEGORIES
    DISPLAY "Category code: "
    ACCEPT WS-CODE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO WS-CODE-INPUT
    PERFORM FIND-CATEGORY
    IF WS-CAT-HIT = 0
        DISPLAY "Unknown category " WS-CODE-INPUT "."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CODE-INPUT TO WS-Q-CATEGORY
    DISPLAY "Taken by (W)alk-in, (P)hone or (E)mail: "
    ACCEPT WS-Q-CHANNEL
    MOVE FUNCTION UPPER-CASE(WS-Q-CHANNEL) TO WS-Q-CHANNEL
    IF WS-Q-CHANNEL NOT = 'W' AND WS-Q-CHANNEL NOT = 'P'
            AND WS-Q-CHANNEL NOT = 'E'
        MOVE 'W' TO WS-Q-CHANNEL
    END-IF
    DISPLAY "Summary of the query: "
    ACCEPT WS-Q-SUMMARY
    DISPLAY "Assign to staff ID (Enter to leave unassigned): "
    ACCEPT WS-STAFF-INPUT
    IF WS-STAFF-INPUT NOT = SPACES
        PERFORM VERIFY-STAFF
        IF WS-STAFF-OK = 'N'
            DISPLAY "Staff ID " WS-STAFF-INPUT " is not an active "
                "member of staff - left unassigned."
        ELSE
            MOVE WS-STAFF-INPUT TO WS-Q-ASSIGNED-TO
        END-IF
    END-IF
    PERFORM GET-NEXT-QUERY-NUMBER
    MOVE WS-NEXT-NUMBER TO WS-Q-NUMBER
    MOVE 'O' TO WS-Q-STATUS
    MOVE WS-NOW TO WS-Q-OPENED
    MOVE WS-STAFF-ID TO WS-Q-LOGGED-BY
    MOVE 0 TO WS-Q-APPEAL-NUMBER
    MOVE 0 TO WS-Q-WL-SEMESTER
    OPEN EXTEND QUERY-FILE
    IF FILE-STATUS-QUERY NOT = "00"
        OPEN OUTPUT QUERY-FILE
    END-IF
    MOVE WS-QUERY-ROW TO QUERY-RECORD
    WRITE QUERY-RECORD
    CLOSE QUERY-FILE
    MOVE WS-Q-STUDENT-ID TO WS-ID-INPUT
    MOVE "DESK-QUERY-LOG" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "Q" WS-Q-NUMBER " " WS-Q-CATEGORY " " WS-Q-ASSIGNED-TO
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-DESK-ACTION
    DISPLAY "Query " WS-Q-NUMBER " logged - response due within "
        WS-CAT-HOURS(WS-CAT-HIT) " hour(s).".

GET-NEXT-QUERY-NUMBER.
    MOVE 0 TO WS-NEXT-NUMBER
    MOVE 'N' TO WS-EOF
    OPEN INPUT QUERY-FILE
    IF FILE-STATUS-QUERY NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ QUERY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SDQ-NUMBER > WS-NEXT-NUMBER
                    MOVE SDQ-NUMBER TO WS-NEXT-NUMBER
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-QUERY NOT = "35"
        CLOSE QUERY-FILE
    END-IF
    ADD 1 TO WS-NEXT-NUMBER
    MOVE 'N' TO WS-EOF.

VERIFY-STAFF.
    MOVE 'N' TO WS-STAFF-OK
    MOVE 'N' TO WS-EOF
    OPEN INPUT STAFF-FILE
    IF FILE-STATUS-STAFF NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STAFF-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF STAFF-ID = WS-STAFF-INPUT AND STAFF-STATUS = 'A'
                    MOVE 'Y' TO WS-STAFF-OK
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-STAFF NOT = "35"
        CLOSE STAFF-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

FETCH-QUERY.
    *> Loads query WS-QUERY-NUMBER into WS-QUERY-ROW.
    MOVE 'N' TO WS-QUERY-FOUND
    MOVE 'N' TO WS-EOF
    OPEN INPUT QUERY-FILE
    IF FILE-STATUS-QUERY NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ QUERY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SDQ-NUMBER = WS-QUERY-NUMBER
                    MOVE QUERY-RECORD TO WS-QUERY-ROW
                    MOVE 'Y' TO WS-QUERY-FOUND
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-QUERY NOT = "35"
        CLOSE QUERY-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

ASK-QUERY-NUMBER.
    DISPLAY "Query number: "
    ACCEPT WS-NUMBER-INPUT
    MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT) TO WS-QUERY-NUMBER
    PERFORM FETCH-QUERY
    IF WS-QUERY-FOUND = 'N'
        DISPLAY "Query " WS-QUERY-NUMBER " is not on the register."
    ELSE
        PERFORM SHOW-QUERY
    END-IF.

SHOW-QUERY.
    PERFORM SET-STATUS-WORD
    DISPLAY "Query " WS-Q-NUMBER "  student " WS-Q-STUDENT-ID
        "  category " WS-Q-CATEGORY "  " WS-STATUS-WORD
    DISPLAY "  " WS-Q-SUMMARY
    DISPLAY "  Opened " WS-Q-OPENED " by " WS-Q-LOGGED-BY
        "  assigned to " WS-Q-ASSIGNED-TO
    IF WS-Q-RESPONDED NOT = SPACES
        DISPLAY "  First response " WS-Q-RESPONDED
    END-IF
    IF WS-Q-RESOLVED-AT NOT = SPACES
        DISPLAY "  Resolved " WS-Q-RESOLVED-AT
    END-IF
    PERFORM SET-LINK-TEXT
    IF WS-LINK-TEXT NOT = SPACES
        DISPLAY "  " WS-LINK-TEXT
    END-IF.

SET-STATUS-WORD.
    EVALUATE WS-Q-STATUS
        WHEN 'O'
            MOVE "OPEN" TO WS-STATUS-WORD
        WHEN 'P'
            MOVE "IN PROGRESS" TO WS-STATUS-WORD
        WHEN 'R'
            MOVE "RESOLVED" TO WS-STATUS-WORD
        WHEN OTHER
            MOVE WS-Q-STATUS TO WS-STATUS-WORD
    END-EVALUATE.

SET-LINK-TEXT.
    *> Describes the appeal or worklist item the query became, with
    *> where that case stands today.
    MOVE SPACES TO WS-LINK-TEXT
    EVALUATE WS-Q-LINK-TYPE
        WHEN 'A'
            MOVE WS-Q-APPEAL-NUMBER TO WS-APPEAL-INPUT
            PERFORM FETCH-APPEAL
            EVALUATE WS-APPEAL-STATUS
                WHEN 'R'
                    MOVE "RECEIVED" TO WS-APPEAL-WORD
                WHEN 'U'
                    MOVE "UNDER REVIEW" TO WS-APPEAL-WORD
                WHEN 'H'
                    MOVE "UPHELD" TO WS-APPEAL-WORD
                WHEN 'J'
                    MOVE "REJECTED" TO WS-APPEAL-WORD
                WHEN OTHER
                    MOVE "NOT ON FILE" TO WS-APPEAL-WORD
            END-EVALUATE
            STRING "-> Appeal " WS-Q-APPEAL-NUMBER " "
                WS-APPEAL-WORD
                DELIMITED BY SIZE INTO WS-LINK-TEXT
        WHEN 'W'
            PERFORM CHECK-WORKLIST-ITEM
            IF WS-WL-STILL-OPEN = 'Y'
                STRING "-> Repair S" WS-Q-WL-SEMESTER " "
                    WS-Q-WL-RULE " OPEN"
                    DELIMITED BY SIZE INTO WS-LINK-TEXT
            ELSE
                STRING "-> Repair S" WS-Q-WL-SEMESTER " "
                    WS-Q-WL-RULE " CLEARED"
                    DELIMITED BY SIZE INTO WS-LINK-TEXT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

UPDATE-QUERY.
    PERFORM ASK-QUERY-NUMBER
    IF WS-QUERY-FOUND = 'N'
        EXIT PARAGRAPH
    END-IF
    DISPLAY "(A)ssign, (R)espond, re(S)olve or re(O)pen: "
    ACCEPT WS-ACTION
    MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
    EVALUATE WS-ACTION
        WHEN 'A'
            DISPLAY "Assign to staff ID: "
            ACCEPT WS-STAFF-INPUT
            PERFORM VERIFY-STAFF
            IF WS-STAFF-OK = 'N'
                DISPLAY "Staff ID " WS-STAFF-INPUT " is not an "
                    "active member of staff."
                EXIT PARAGRAPH
            END-IF
            MOVE WS-STAFF-INPUT TO WS-Q-ASSIGNED-TO
        WHEN 'R'
            IF WS-Q-STATUS = 'R'
                DISPLAY "Query is already resolved."
                EXIT PARAGRAPH
            END-IF
            IF WS-Q-RESPONDED = SPACES
                MOVE WS-NOW TO WS-Q-RESPONDED
            END-IF
            MOVE 'P' TO WS-Q-STATUS
        WHEN 'S'
            IF WS-Q-STATUS = 'R'
                DISPLAY "Query is already resolved."
                EXIT PARAGRAPH
            END-IF
            IF WS-Q-RESPONDED = SPACES
                MOVE WS-NOW TO WS-Q-RESPONDED
            END-IF
            MOVE WS-NOW TO WS-Q-RESOLVED-AT
            MOVE 'R' TO WS-Q-STATUS
        WHEN 'O'
            IF WS-Q-STATUS NOT = 'R'
                DISPLAY "Only a resolved query can be reopened."
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-Q-RESOLVED-AT
            MOVE 'P' TO WS-Q-STATUS
        WHEN OTHER
            DISPLAY "Invalid action."
            EXIT PARAGRAPH
    END-EVALUATE
    PERFORM REWRITE-QUERY
    MOVE WS-Q-STUDENT-ID TO WS-ID-INPUT
    MOVE "DESK-QUERY-UPD" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "Q" WS-Q-NUMBER " " WS-ACTION " " WS-Q-ASSIGNED-TO
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-DESK-ACTION
    PERFORM SHOW-QUERY.

REWRITE-QUERY.
    OPEN OUTPUT TEMP-QUERY-FILE
    MOVE 'N' TO WS-EOF
    OPEN INPUT QUERY-FILE
    IF FILE-STATUS-QUERY NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ QUERY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SDQ-NUMBER = WS-Q-NUMBER
                    MOVE WS-QUERY-ROW TO TEMP-QUERY-RECORD
                ELSE
                    MOVE QUERY-RECORD TO TEMP-QUERY-RECORD
                END-IF
                WRITE TEMP-QUERY-RECORD
        END-READ
    END-PERFORM
    IF FILE-STATUS-QUERY NOT = "35"
        CLOSE QUERY-FILE
    END-IF
    CLOSE TEMP-QUERY-FILE
    MOVE 'N' TO WS-EOF
    CALL "CBL_DELETE_FILE" USING "service_queries.dat"
    CALL "CBL_RENAME_FILE" USING "temp_queries.dat"
        "service_queries.dat".

LINK-QUERY.
    PERFORM ASK-QUERY-NUMBER
    IF WS-QUERY-FOUND = 'N'
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Link to (A)ppeal case, existing (W)orklist item, or "
        "raise a (N)ew worklist item: "
    ACCEPT WS-ACTION
    MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
    EVALUATE WS-ACTION
        WHEN 'A'
            DISPLAY "Appeal case number: "
            ACCEPT WS-APPEAL-INPUT
            PERFORM FETCH-APPEAL
            IF WS-APPEAL-FOUND = 'N'
                DISPLAY "Appeal " WS-APPEAL-INPUT " is not on the "
                    "appeals register - log it in APPEALS first."
                EXIT PARAGRAPH
            END-IF
            IF WS-APPEAL-STUDENT NOT = WS-Q-STUDENT-ID
                DISPLAY "Appeal " WS-APPEAL-INPUT " belongs to "
                    WS-APPEAL-STUDENT ", not " WS-Q-STUDENT-ID "."
                EXIT PARAGRAPH
            END-IF
            MOVE 'A' TO WS-Q-LINK-TYPE
            MOVE FUNCTION NUMVAL(WS-APPEAL-INPUT)
                TO WS-Q-APPEAL-NUMBER
            MOVE 0 TO WS-Q-WL-SEMESTER
            MOVE SPACES TO WS-Q-WL-RULE
            MOVE SPACES TO WS-Q-WL-DATE
        WHEN 'W'
            PERFORM LOAD-STUDENT-WORKLIST
            IF WS-WL-COUNT = 0
                DISPLAY "No repair worklist items for "
                    WS-Q-STUDENT-ID "."
                EXIT PARAGRAPH
            END-IF
            DISPLAY "No. Sem Rule                 Detail"
                "               Found"
            PERFORM VARYING WS-WL-IX FROM 1 BY 1
                    UNTIL WS-WL-IX > WS-WL-COUNT
                DISPLAY WS-WL-IX "  " WS-WL-SEM(WS-WL-IX) "   "
                    WS-WL-RULE(WS-WL-IX) " " WS-WL-DETAIL(WS-WL-IX)
                    " " WS-WL-DATE(WS-WL-IX)
            END-PERFORM
            DISPLAY "Item number: "
            ACCEPT WS-WL-PICK
            IF WS-WL-PICK = 0 OR WS-WL-PICK > WS-WL-COUNT
                DISPLAY "No item chosen."
                EXIT PARAGRAPH
            END-IF
            MOVE 'W' TO WS-Q-LINK-TYPE
            MOVE 0 TO WS-Q-APPEAL-NUMBER
            MOVE WS-WL-SEM(WS-WL-PICK) TO WS-Q-WL-SEMESTER
            MOVE WS-WL-RULE(WS-WL-PICK) TO WS-Q-WL-RULE
            MOVE WS-WL-DATE(WS-WL-PICK) TO WS-Q-WL-DATE
        WHEN 'N'
            DISPLAY "Semester of the record to repair (1-4): "
            ACCEPT WS-SEM-INPUT
            IF WS-SEM-INPUT < '1' OR WS-SEM-INPUT > '4'
                DISPLAY "Semester must be 1-4."
                EXIT PARAGRAPH
            END-IF
            PERFORM RAISE-WORKLIST-ITEM
            MOVE 'W' TO WS-Q-LINK-TYPE
            MOVE 0 TO WS-Q-APPEAL-NUMBER
            MOVE WS-SEM-INPUT TO WS-Q-WL-SEMESTER
            MOVE "DESK-QUERY" TO WS-Q-WL-RULE
            MOVE WS-TODAY TO WS-Q-WL-DATE
            DISPLAY "Repair item raised on repair_worklist.dat for "
                "the registrar."
        WHEN OTHER
            DISPLAY "Invalid action."
            EXIT PARAGRAPH
    END-EVALUATE
    *> Passing the query on counts as the desk's response.
    IF WS-Q-RESPONDED = SPACES
        MOVE WS-NOW TO WS-Q-RESPONDED
    END-IF
    IF WS-Q-STATUS = 'O'
        MOVE 'P' TO WS-Q-STATUS
    END-IF
    PERFORM REWRITE-QUERY
    MOVE WS-Q-STUDENT-ID TO WS-ID-INPUT
    MOVE "DESK-QUERY-LINK" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    IF WS-Q-LINK-TYPE = 'A'
        STRING "Q" WS-Q-NUMBER " APPEAL " WS-Q-APPEAL-NUMBER
            DELIMITED BY SIZE INTO WS-LOG-DETAIL
    ELSE
        STRING "Q" WS-Q-NUMBER " " WS-Q-WL-RULE
            DELIMITED BY SIZE INTO WS-LOG-DETAIL
    END-IF
    PERFORM LOG-DESK-ACTION
    PERFORM SHOW-QUERY.

FETCH-APPEAL.
    MOVE 'N' TO WS-APPEAL-FOUND
    MOVE SPACES TO WS-APPEAL-STUDENT
    MOVE SPACE TO WS-APPEAL-STATUS
    MOVE 'N' TO WS-EOF
    OPEN INPUT APPEALS-FILE
    IF FILE-STATUS-APPEALS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ APPEALS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF APL-NUMBER = FUNCTION NUMVAL(WS-APPEAL-INPUT)
                    MOVE 'Y' TO WS-APPEAL-FOUND
                    MOVE APL-STUDENT-ID TO WS-APPEAL-STUDENT
                    MOVE APL-STATUS TO WS-APPEAL-STATUS
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-APPEALS NOT = "35"
        CLOSE APPEALS-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

LOAD-STUDENT-WORKLIST.
    MOVE 0 TO WS-WL-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT WORKLIST-FILE
    IF FILE-STATUS-WORKLIST NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ WORKLIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF RWL-STUDENT-ID = WS-Q-STUDENT-ID
                        AND WS-WL-COUNT < 20
                    ADD 1 TO WS-WL-COUNT
                    MOVE RWL-SEMESTER TO WS-WL-SEM(WS-WL-COUNT)
                    MOVE RWL-RULE TO WS-WL-RULE(WS-WL-COUNT)
                    MOVE RWL-DETAIL TO WS-WL-DETAIL(WS-WL-COUNT)
                    MOVE RWL-DATE TO WS-WL-DATE(WS-WL-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-WORKLIST NOT = "35"
        CLOSE WORKLIST-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

CHECK-WORKLIST-ITEM.
    *> The registrar removes an item from the worklist once it is
    *> fixed, so a linked item no longer on file has been cleared.
    MOVE 'N' TO WS-WL-STILL-OPEN
    MOVE 'N' TO WS-EOF
    OPEN INPUT WORKLIST-FILE
    IF FILE-STATUS-WORKLIST NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ WORKLIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF RWL-STUDENT-ID = WS-Q-STUDENT-ID
                        AND RWL-SEMESTER = WS-Q-WL-SEMESTER
                        AND RWL-RULE = WS-Q-WL-RULE
                    MOVE 'Y' TO WS-WL-STILL-OPEN
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-WORKLIST NOT = "35"
        CLOSE WORKLIST-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

RAISE-WORKLIST-ITEM.
    OPEN EXTEND WORKLIST-FILE
    IF FILE-STATUS-WORKLIST NOT = "00"
        OPEN OUTPUT WORKLIST-FILE
    END-IF
    MOVE SPACES TO WORKLIST-RECORD
    MOVE WS-SEM-INPUT TO RWL-SEMESTER
    MOVE WS-Q-STUDENT-ID TO RWL-STUDENT-ID
    MOVE "DESK-QUERY" TO RWL-RULE
    STRING "QUERY " WS-Q-NUMBER " " WS-Q-CATEGORY
        DELIMITED BY SIZE INTO RWL-DETAIL
    MOVE WS-TODAY TO RWL-DATE
    WRITE WORKLIST-RECORD
    CLOSE WORKLIST-FILE.

STUDENT-HISTORY.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT QUERY-FILE
    IF FILE-STATUS-QUERY NOT = "00"
        DISPLAY "No service-desk queries on file."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ QUERY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SDQ-STUDENT-ID = WS-ID-INPUT
                    MOVE QUERY-RECORD TO WS-QUERY-ROW
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM SHOW-QUERY
                END-IF
        END-READ
    END-PERFORM
    CLOSE QUERY-FILE
    MOVE 'N' TO WS-EOF
    DISPLAY WS-LIST-COUNT " query(ies) for " WS-ID-INPUT ".".

ELAPSED-TIME.
    *> Minutes and whole hours from WS-FROM-TS to WS-TO-TS.
    MOVE 0 TO WS-ELAPSED-MIN
    MOVE 0 TO WS-ELAPSED-HOURS
    IF WS-FROM-DATE IS NOT NUMERIC OR WS-TO-DATE IS NOT NUMERIC
            OR WS-FROM-DATE = 0 OR WS-TO-DATE = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ELAPSED-MIN =
        (FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)) * 1440
        + WS-TO-HH * 60 + WS-TO-MI
        - WS-FROM-HH * 60 - WS-FROM-MI
    IF WS-ELAPSED-MIN < 0
        MOVE 0 TO WS-ELAPSED-MIN
    END-IF
    COMPUTE WS-ELAPSED-HOURS = WS-ELAPSED-MIN / 60.

SLA-AGING-REPORT.
    *> A query breaches when its first response came (or, still
    *> unanswered, would now come) after the category's target.
    MOVE 0 TO WS-STF-COUNT
    MOVE 0 TO WS-TOTAL-QUERIES
    MOVE 0 TO WS-TOTAL-BREACHES
    MOVE 0 TO WS-TOTAL-OPEN
    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "service_sla_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING "SERVICE DESK SLA AGING - " WS-TODAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "UNRESOLVED QUERIES" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Query  Student    Cat  Assigned   Status      Age hrs Target Breach"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'N' TO WS-EOF
    OPEN INPUT QUERY-FILE
    IF FILE-STATUS-QUERY NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ QUERY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE QUERY-RECORD TO WS-QUERY-ROW
                PERFORM AGE-ONE-QUERY
        END-READ
    END-PERFORM
    IF FILE-STATUS-QUERY NOT = "35"
        CLOSE QUERY-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "BREACHES BY CATEGORY" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Cat  Description                    Target Queries Breached Open"
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-CAT-IX FROM 1 BY 1
            UNTIL WS-CAT-IX > WS-CAT-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING WS-CAT-CODE(WS-CAT-IX) " " WS-CAT-DESC(WS-CAT-IX)
            " " WS-CAT-HOURS(WS-CAT-IX) "   " WS-CAT-TOTAL(WS-CAT-IX)
            "   " WS-CAT-BREACH(WS-CAT-IX) "    "
            WS-CAT-OPEN(WS-CAT-IX)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "BREACHES BY STAFF" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Staff      Queries Breached Open" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-STF-IX FROM 1 BY 1
            UNTIL WS-STF-IX > WS-STF-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING WS-STF-ID(WS-STF-IX) " " WS-STF-TOTAL(WS-STF-IX)
            "   " WS-STF-BREACH(WS-STF-IX) "    "
            WS-STF-OPEN(WS-STF-IX)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Total queries " WS-TOTAL-QUERIES "   breached "
        WS-TOTAL-BREACHES "   unresolved " WS-TOTAL-OPEN
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    MOVE "SERVICE-SLA" TO WS-SPOOL-REPORT-ID
    MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME
    MOVE SPACES TO WS-PARAMS
    STRING "AS AT " WS-TODAY DELIMITED BY SIZE INTO WS-PARAMS
    PERFORM SPOOL-REGISTER-RUN
    DISPLAY WS-TOTAL-QUERIES " query(ies), " WS-TOTAL-BREACHES
        " SLA breach(es), " WS-TOTAL-OPEN " unresolved."
    DISPLAY "Aging report written to "
        FUNCTION TRIM(WS-REPORT-FILENAME).

AGE-ONE-QUERY.
    ADD 1 TO WS-TOTAL-QUERIES
    MOVE WS-Q-CATEGORY TO WS-CODE-INPUT
    PERFORM FIND-CATEGORY
    IF WS-CAT-HIT = 0
        MOVE 48 TO WS-TARGET-HOURS
    ELSE
        MOVE WS-CAT-HOURS(WS-CAT-HIT) TO WS-TARGET-HOURS
    END-IF
    MOVE WS-Q-OPENED TO WS-FROM-TS
    IF WS-Q-RESPONDED NOT = SPACES
        MOVE WS-Q-RESPONDED TO WS-TO-TS
    ELSE
        MOVE WS-NOW TO WS-TO-TS
    END-IF
    PERFORM ELAPSED-TIME
    MOVE SPACES TO WS-BREACH-FLAG
    IF WS-ELAPSED-MIN > WS-TARGET-HOURS * 60
        MOVE "BREACH" TO WS-BREACH-FLAG
        ADD 1 TO WS-TOTAL-BREACHES
    END-IF
    PERFORM FIND-STAFF-TALLY
    IF WS-CAT-HIT > 0
        ADD 1 TO WS-CAT-TOTAL(WS-CAT-HIT)
    END-IF
    IF WS-STF-HIT > 0
        ADD 1 TO WS-STF-TOTAL(WS-STF-HIT)
    END-IF
    IF WS-BREACH-FLAG NOT = SPACES
        IF WS-CAT-HIT > 0
            ADD 1 TO WS-CAT-BREACH(WS-CAT-HIT)
        END-IF
        IF WS-STF-HIT > 0
            ADD 1 TO WS-STF-BREACH(WS-STF-HIT)
        END-IF
    END-IF
    IF WS-Q-STATUS = 'R'
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TOTAL-OPEN
    IF WS-CAT-HIT > 0
        ADD 1 TO WS-CAT-OPEN(WS-CAT-HIT)
    END-IF
    IF WS-STF-HIT > 0
        ADD 1 TO WS-STF-OPEN(WS-STF-HIT)
    END-IF
    *> Age of an unresolved query is from opening to now.
    MOVE WS-NOW TO WS-TO-TS
    PERFORM ELAPSED-TIME
    PERFORM SET-STATUS-WORD
    MOVE SPACES TO REPORT-LINE
    STRING WS-Q-NUMBER " " WS-Q-STUDENT-ID " " WS-Q-CATEGORY " "
        WS-Q-ASSIGNED-TO " " WS-STATUS-WORD " " WS-ELAPSED-HOURS
        "  " WS-TARGET-HOURS "   " WS-BREACH-FLAG
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM SET-LINK-TEXT
    IF WS-LINK-TEXT NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING "       " WS-LINK-TEXT
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

FIND-STAFF-TALLY.
    *> Unassigned queries are tallied under UNASSIGNED.
    MOVE 0 TO WS-STF-HIT
    IF WS-Q-ASSIGNED-TO = SPACES
        MOVE "UNASSIGNED" TO WS-Q-ASSIGNED-TO
    END-IF
    PERFORM VARYING WS-STF-IX FROM 1 BY 1
            UNTIL WS-STF-IX > WS-STF-COUNT
        IF WS-STF-ID(WS-STF-IX) = WS-Q-ASSIGNED-TO
            MOVE WS-STF-IX TO WS-STF-HIT
        END-IF
    END-PERFORM
    IF WS-STF-HIT = 0 AND WS-STF-COUNT < 100
        ADD 1 TO WS-STF-COUNT
        MOVE WS-STF-COUNT TO WS-STF-HIT
        MOVE WS-Q-ASSIGNED-TO TO WS-STF-ID(WS-STF-HIT)
        MOVE 0 TO WS-STF-TOTAL(WS-STF-HIT)
        MOVE 0 TO WS-STF-BREACH(WS-STF-HIT)
        MOVE 0 TO WS-STF-OPEN(WS-STF-HIT)
    END-IF.

MAINTAIN-CATEGORIES.
    PERFORM LIST-CATEGORIES
    DISPLAY "Category code to add or change (Enter to leave): "
    ACCEPT WS-CODE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO WS-CODE-INPUT
    IF WS-CODE-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-CATEGORY
    IF WS-CAT-HIT = 0
        IF WS-CAT-COUNT >= 30
            DISPLAY "Category table is full."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CAT-COUNT
        MOVE WS-CAT-COUNT TO WS-CAT-HIT
        MOVE WS-CODE-INPUT TO WS-CAT-CODE(WS-CAT-HIT)
        MOVE SPACES TO WS-CAT-DESC(WS-CAT-HIT)
        MOVE 48 TO WS-CAT-HOURS(WS-CAT-HIT)
    END-IF
    DISPLAY "Enter keeps the current value."
    DISPLAY "Description [" WS-CAT-DESC(WS-CAT-HIT) "]: "
    ACCEPT WS-TEXT-INPUT
    IF WS-TEXT-INPUT NOT = SPACES
        MOVE WS-TEXT-INPUT TO WS-CAT-DESC(WS-CAT-HIT)
    END-IF
    DISPLAY "Target response time in hours ["
        WS-CAT-HOURS(WS-CAT-HIT) "]: "
    ACCEPT WS-HOURS-INPUT
    IF WS-HOURS-INPUT NOT = SPACES
        IF FUNCTION NUMVAL(WS-HOURS-INPUT) > 0
            MOVE FUNCTION NUMVAL(WS-HOURS-INPUT)
                TO WS-CAT-HOURS(WS-CAT-HIT)
        ELSE
            DISPLAY "Target must be at least one hour - unchanged."
        END-IF
    END-IF
    OPEN OUTPUT CATEGORY-FILE
    PERFORM VARYING WS-CAT-IX FROM 1 BY 1
            UNTIL WS-CAT-IX > WS-CAT-COUNT
        MOVE SPACES TO CATEGORY-RECORD
        MOVE WS-CAT-CODE(WS-CAT-IX) TO SDC-CODE
        MOVE WS-CAT-DESC(WS-CAT-IX) TO SDC-DESCRIPTION
        MOVE WS-CAT-HOURS(WS-CAT-IX) TO SDC-TARGET-HOURS
        WRITE CATEGORY-RECORD
    END-PERFORM
    CLOSE CATEGORY-FILE
    MOVE SPACES TO WS-ID-INPUT
    MOVE "DESK-CATEGORY" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING WS-CODE-INPUT " " WS-CAT-HOURS(WS-CAT-HIT) " HRS"
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-DESK-ACTION
    DISPLAY "Category saved.".

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
    MOVE WS-SPOOL-REPORT-ID TO SPL-REPORT-ID
    MOVE WS-PARAMS TO SPL-PARAMS
    MOVE WS-STAFF-ID TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-SPOOL-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.

LOG-DESK-ACTION.
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
