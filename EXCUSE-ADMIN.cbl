IDENTIFICATION DIVISION.
PROGRAM-ID. EXCUSE-ADMIN.

*> Excused-absence register. A student away on a hospital
*> certificate, a bereavement or official duty is recorded here
*> with the date range, a reason code, the supporting document
*> reference and, once a supervisor (staff_pins.dat role 'R') has
*> checked the document, the approver. The recording clerk cannot
*> approve their own entry. Each entry carries the number of
*> sessions it excuses - by default the weekdays in the range less
*> academic_calendar.dat holidays - and the term it belongs to.
*> Approved sessions for the current term are taken off the
*> student's scheduled count by ATTEND-POST (and so by the SEM2
*> eligibility check, which reads the ATTENDANCE1 it computes) and
*> by ATTEND-WARN, so an excused student is no longer warned or
*> held back as if they had skipped. The audit report lists every
*> excusal for a term by reason and approver
*> (excusal_audit_<date>.txt, registered in spool_catalog.dat).
*> Reason codes: MD medical, BV bereavement, OD official duty,
*> CT court or legal, OT other. Every action is logged to
*> activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXCUSAL-FILE ASSIGN TO "excused_absences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EXCUSAL.
    SELECT TEMP-EXCUSAL-FILE ASSIGN TO "temp_excused_absences.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXC-SORT-WORK ASSIGN TO "EXCSORT".
    SELECT EXC-SORTED-FILE ASSIGN TO "excusal_sort.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.
    SELECT STAFF-FILE ASSIGN TO "staff_pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STAFF.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.
    SELECT STUDENT-FILE-SEM1 ASSIGN TO "student_sem1.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID1
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT STUDENT-FILE-SEM2 ASSIGN TO "student_sem2.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID2
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT STUDENT-FILE-SEM3 ASSIGN TO "student_sem3.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID3
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT STUDENT-FILE-SEM4 ASSIGN TO "student_sem4.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID4
        FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EXCUSAL-FILE.
01  EXCUSAL-RECORD.
    05  EXA-REF            PIC 9(5).
    05  EXA-STUDENT-ID     PIC X(10).
    05  EXA-TERM           PIC X(10).
    05  EXA-FROM-DATE      PIC X(8).
    05  EXA-TO-DATE        PIC X(8).
    05  EXA-REASON         PIC X(2).
    05  EXA-DOC-REF        PIC X(15).
    05  EXA-SESSIONS       PIC 9(3).
    05  EXA-STATUS         PIC X.
        88  EXCUSAL-PENDING  VALUE 'P'.
        88  EXCUSAL-APPROVED VALUE 'A'.
        88  EXCUSAL-REJECTED VALUE 'R'.
    05  EXA-RECORDED-BY    PIC X(10).
    05  EXA-RECORDED-DATE  PIC X(8).
    05  EXA-APPROVER       PIC X(10).
    05  EXA-DECIDED-DATE   PIC X(8).

FD  TEMP-EXCUSAL-FILE.
01  TEMP-EXCUSAL-RECORD    PIC X(98).

SD  EXC-SORT-WORK.
01  EXC-SORT-RECORD.
    05  ESW-REF            PIC 9(5).
    05  ESW-STUDENT-ID     PIC X(10).
    05  ESW-TERM           PIC X(10).
    05  ESW-FROM-DATE      PIC X(8).
    05  ESW-TO-DATE        PIC X(8).
    05  ESW-REASON         PIC X(2).
    05  ESW-DOC-REF        PIC X(15).
    05  ESW-SESSIONS       PIC 9(3).
    05  ESW-STATUS         PIC X.
    05  ESW-RECORDED-BY    PIC X(10).
    05  ESW-RECORDED-DATE  PIC X(8).
    05  ESW-APPROVER       PIC X(10).
    05  ESW-DECIDED-DATE   PIC X(8).

FD  EXC-SORTED-FILE.
01  EXC-SORTED-RECORD.
    05  ESF-REF            PIC 9(5).
    05  ESF-STUDENT-ID     PIC X(10).
    05  ESF-TERM           PIC X(10).
    05  ESF-FROM-DATE      PIC X(8).
    05  ESF-TO-DATE        PIC X(8).
    05  ESF-REASON         PIC X(2).
    05  ESF-DOC-REF        PIC X(15).
    05  ESF-SESSIONS       PIC 9(3).
    05  ESF-STATUS         PIC X.
    05  ESF-RECORDED-BY    PIC X(10).
    05  ESF-RECORDED-DATE  PIC X(8).
    05  ESF-APPROVER       PIC X(10).
    05  ESF-DECIDED-DATE   PIC X(8).

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  CAL-REG-OPEN       PIC X(8).
    05  FILLER             PIC X(32).

FD  STAFF-FILE.
01  STAFF-RECORD.
    05  STAFF-ID           PIC X(10).
    05  STAFF-PIN          PIC X(6).
    05  STAFF-ROLE         PIC X.
    05  STAFF-STATUS       PIC X.
    05  STAFF-FAIL-COUNT   PIC 9.
    05  STAFF-PIN-DATE     PIC X(8).
    05  STAFF-FORCE-CHANGE PIC X.

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

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

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  FILLER             PIC X(78).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  FILLER             PIC X(75).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  FILLER             PIC X(75).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  FILLER             PIC X(75).

WORKING-STORAGE SECTION.
01  FILE-STATUS-EXCUSAL    PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  FILE-STATUS-STAFF      PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-SUPER-ID            PIC X(10).
01  WS-SUPER-PIN           PIC X(6).
01  WS-SUPER-OK            PIC X VALUE 'N'.
01  WS-ID-INPUT            PIC X(10).
01  WS-FROM-INPUT          PIC X(8).
01  WS-TO-INPUT            PIC X(8).
01  WS-REASON-INPUT        PIC X(2).
01  WS-DOC-INPUT           PIC X(15).
01  WS-SESSIONS-INPUT      PIC X(3).
01  WS-DECISION-INPUT      PIC X.
01  WS-REF-INPUT           PIC 9(5).
01  WS-TERM-INPUT          PIC X(10).
01  WS-CURRENT-TERM        PIC X(10).
01  WS-NEXT-REF            PIC 9(5) VALUE 0.
01  WS-SESSIONS            PIC 9(3).
01  WS-KNOWN               PIC X.
01  WS-FOUND               PIC X.
01  WS-OVERLAP             PIC X.
01  WS-LIST-COUNT          PIC 9(4) VALUE 0.
01  WS-ACT-FUNCTION        PIC X(20).
01  WS-ACT-DETAIL          PIC X(25).
01  WS-TODAY               PIC X(8).
01  WS-REASON-CODE         PIC X(2).
01  WS-REASON-TEXT         PIC X(15).
01  WS-OVERLAP-REF         PIC 9(5).
01  WS-LOG-STAFF           PIC X(10).
01  WS-STATUS-TEXT         PIC X(8).

*> Weekday arithmetic for the default session count.
01  WS-FROM-INT            PIC 9(7).
01  WS-TO-INT              PIC 9(7).
01  WS-DATE-INT            PIC 9(7).
01  WS-DATE-NUM            PIC 9(8).
01  WS-DATE-WORK           PIC X(8).
01  WS-WEEKDAY             PIC 9.
01  WS-HOLIDAY-COUNT       PIC 9(2) VALUE 0.
01  WS-HOLIDAY-TABLE.
    05  WS-HOLIDAY-DATE    OCCURS 50 TIMES PIC X(8).
01  WS-HOLIDAY-IX          PIC 9(2).
01  WS-IS-HOLIDAY          PIC X.

*> Audit report control breaks and totals.
01  WS-REPORT-FILENAME     PIC X(30).
01  WS-REPORT-ID           PIC X(20).
01  WS-PARAMS              PIC X(20).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-PREV-REASON         PIC X(2).
01  WS-PREV-APPROVER       PIC X(10).
01  WS-APPROVER-TEXT       PIC X(10).
01  WS-GROUP-COUNT         PIC 9(4) VALUE 0.
01  WS-GROUP-SESSIONS      PIC 9(5) VALUE 0.
01  WS-REASON-COUNT        PIC 9(4) VALUE 0.
01  WS-REASON-SESSIONS     PIC 9(5) VALUE 0.
01  WS-TOTAL-COUNT         PIC 9(4) VALUE 0.
01  WS-TOTAL-APPROVED      PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Excused-Absence Register ---"
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. Record an excused absence"
    DISPLAY "2. Approve or reject a pending excusal"
    DISPLAY "3. List excusals for a student"
    DISPLAY "4. Excusal audit report by reason and approver"
    DISPLAY "Enter choice (1-4): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM RECORD-EXCUSAL
        WHEN '2'
            PERFORM DECIDE-EXCUSAL
        WHEN '3'
            PERFORM LIST-EXCUSALS
        WHEN '4'
            PERFORM EXCUSAL-AUDIT-REPORT
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

RECORD-EXCUSAL.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM CHECK-STUDENT-KNOWN
    IF WS-KNOWN = 'N'
        DISPLAY "Student " WS-ID-INPUT " is not on any semester "
            "master."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "First day absent (YYYYMMDD): "
    ACCEPT WS-FROM-INPUT
    DISPLAY "Last day absent (YYYYMMDD): "
    ACCEPT WS-TO-INPUT
    IF WS-FROM-INPUT IS NOT NUMERIC OR WS-TO-INPUT IS NOT NUMERIC
        DISPLAY "Dates must be YYYYMMDD."
        EXIT PARAGRAPH
    END-IF
    IF WS-TO-INPUT < WS-FROM-INPUT
        DISPLAY "The last day cannot be before the first."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Reason (MD medical, BV bereavement, OD official duty,"
        " CT court/legal, OT other): "
    ACCEPT WS-REASON-INPUT
    MOVE FUNCTION UPPER-CASE(WS-REASON-INPUT) TO WS-REASON-INPUT
    MOVE WS-REASON-INPUT TO WS-REASON-CODE
    PERFORM SET-REASON-TEXT
    IF WS-REASON-TEXT = SPACES
        DISPLAY "Unknown reason code " WS-REASON-INPUT "."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Document reference (certificate no.): "
    ACCEPT WS-DOC-INPUT
    IF WS-DOC-INPUT = SPACES
        DISPLAY "An excusal needs a supporting document reference."
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-OVERLAP
    IF WS-OVERLAP = 'Y'
        DISPLAY "These dates overlap excusal " WS-OVERLAP-REF
            " already on the register for " WS-ID-INPUT "."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-CALENDAR
    PERFORM COUNT-EXCUSED-SESSIONS
    DISPLAY "Sessions excused (Enter for " WS-SESSIONS "): "
    ACCEPT WS-SESSIONS-INPUT
    IF WS-SESSIONS-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-SESSIONS-INPUT) TO WS-SESSIONS
    END-IF
    IF WS-SESSIONS = 0
        DISPLAY "No sessions fall in that range - nothing to excuse."
        EXIT PARAGRAPH
    END-IF
    PERFORM GET-NEXT-REF
    OPEN EXTEND EXCUSAL-FILE
    IF FILE-STATUS-EXCUSAL NOT = "00"
        OPEN OUTPUT EXCUSAL-FILE
    END-IF
    MOVE SPACES TO EXCUSAL-RECORD
    MOVE WS-NEXT-REF TO EXA-REF
    MOVE WS-ID-INPUT TO EXA-STUDENT-ID
    MOVE WS-CURRENT-TERM TO EXA-TERM
    MOVE WS-FROM-INPUT TO EXA-FROM-DATE
    MOVE WS-TO-INPUT TO EXA-TO-DATE
    MOVE WS-REASON-INPUT TO EXA-REASON
    MOVE WS-DOC-INPUT TO EXA-DOC-REF
    MOVE WS-SESSIONS TO EXA-SESSIONS
    MOVE 'P' TO EXA-STATUS
    MOVE WS-STAFF-ID TO EXA-RECORDED-BY
    MOVE WS-TODAY TO EXA-RECORDED-DATE
    WRITE EXCUSAL-RECORD
    CLOSE EXCUSAL-FILE
    MOVE "EXCUSE-RECORD" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ACT-DETAIL
    STRING "REF " WS-NEXT-REF " " WS-REASON-INPUT " "
        WS-SESSIONS " SESS"
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    MOVE WS-STAFF-ID TO WS-LOG-STAFF
    PERFORM LOG-EXCUSAL-ACTION
    DISPLAY "Excusal " WS-NEXT-REF " recorded for " WS-ID-INPUT
        " (" WS-SESSIONS " session(s), "
        FUNCTION TRIM(WS-REASON-TEXT) ") - it counts once a "
        "supervisor approves it.".

CHECK-STUDENT-KNOWN.
    MOVE 'N' TO WS-KNOWN
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID1
        READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-KNOWN
        END-READ
        CLOSE STUDENT-FILE-SEM1
    END-IF
    IF WS-KNOWN = 'N'
        OPEN INPUT STUDENT-FILE-SEM2
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-KNOWN
            END-READ
            CLOSE STUDENT-FILE-SEM2
        END-IF
    END-IF
    IF WS-KNOWN = 'N'
        OPEN INPUT STUDENT-FILE-SEM3
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-KNOWN
            END-READ
            CLOSE STUDENT-FILE-SEM3
        END-IF
    END-IF
    IF WS-KNOWN = 'N'
        OPEN INPUT STUDENT-FILE-SEM4
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID4
            READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-KNOWN
            END-READ
            CLOSE STUDENT-FILE-SEM4
        END-IF
    END-IF.

SET-REASON-TEXT.
    EVALUATE WS-REASON-CODE
        WHEN "MD"
            MOVE "MEDICAL" TO WS-REASON-TEXT
        WHEN "BV"
            MOVE "BEREAVEMENT" TO WS-REASON-TEXT
        WHEN "OD"
            MOVE "OFFICIAL DUTY" TO WS-REASON-TEXT
        WHEN "CT"
            MOVE "COURT/LEGAL" TO WS-REASON-TEXT
        WHEN "OT"
            MOVE "OTHER" TO WS-REASON-TEXT
        WHEN OTHER
            MOVE SPACES TO WS-REASON-TEXT
    END-EVALUATE.

SET-STATUS-TEXT.
    EVALUATE TRUE
        WHEN EXCUSAL-PENDING
            MOVE "PENDING" TO WS-STATUS-TEXT
        WHEN EXCUSAL-APPROVED
            MOVE "APPROVED" TO WS-STATUS-TEXT
        WHEN EXCUSAL-REJECTED
            MOVE "REJECTED" TO WS-STATUS-TEXT
        WHEN OTHER
            MOVE EXA-STATUS TO WS-STATUS-TEXT
    END-EVALUATE.

CHECK-OVERLAP.
    *> Two live entries over the same days would excuse those
    *> sessions twice.
    MOVE 'N' TO WS-OVERLAP
    OPEN INPUT EXCUSAL-FILE
    IF FILE-STATUS-EXCUSAL = "00"
        PERFORM UNTIL FILE-STATUS-EXCUSAL NOT = "00"
            READ EXCUSAL-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-EXCUSAL
                NOT AT END
                    IF EXA-STUDENT-ID = WS-ID-INPUT
                            AND NOT EXCUSAL-REJECTED
                            AND EXA-FROM-DATE <= WS-TO-INPUT
                            AND EXA-TO-DATE >= WS-FROM-INPUT
                        MOVE 'Y' TO WS-OVERLAP
                        MOVE EXA-REF TO WS-OVERLAP-REF
                        MOVE "10" TO FILE-STATUS-EXCUSAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXCUSAL-FILE
    END-IF.

LOAD-CALENDAR.
    *> The first record is the current term; HOLIDAY rows carry
    *> one non-working date each.
    MOVE SPACES TO WS-CURRENT-TERM
    MOVE 0 TO WS-HOLIDAY-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT CALENDAR-FILE
    IF FILE-STATUS-CALENDAR NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CALENDAR-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF CAL-TERM = "HOLIDAY"
                    IF WS-HOLIDAY-COUNT < 50
                        ADD 1 TO WS-HOLIDAY-COUNT
                        MOVE CAL-REG-OPEN
                            TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                    END-IF
                ELSE
                    IF WS-CURRENT-TERM = SPACES
                        MOVE CAL-TERM TO WS-CURRENT-TERM
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CALENDAR NOT = "35"
        CLOSE CALENDAR-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

COUNT-EXCUSED-SESSIONS.
    *> One attendance session per teaching day: weekdays in the
    *> range that are not calendar holidays.
    MOVE 0 TO WS-SESSIONS
    COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-FROM-INPUT))
    COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-TO-INPUT))
    PERFORM VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
            UNTIL WS-DATE-INT > WS-TO-INT
        PERFORM SET-WEEKDAY
        IF WS-WEEKDAY < 6
            MOVE 'N' TO WS-IS-HOLIDAY
            PERFORM VARYING WS-HOLIDAY-IX FROM 1 BY 1
                    UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT
                IF WS-HOLIDAY-DATE(WS-HOLIDAY-IX) = WS-DATE-WORK
                    MOVE 'Y' TO WS-IS-HOLIDAY
                END-IF
            END-PERFORM
            IF WS-IS-HOLIDAY = 'N' AND WS-SESSIONS < 999
                ADD 1 TO WS-SESSIONS
            END-IF
        END-IF
    END-PERFORM.

SET-WEEKDAY.
    *> Day 1 of the integer calendar (1601-01-01) was a Monday.
    COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
    MOVE WS-DATE-NUM TO WS-DATE-WORK.

GET-NEXT-REF.
    MOVE 0 TO WS-NEXT-REF
    MOVE 'N' TO WS-EOF
    OPEN INPUT EXCUSAL-FILE
    IF FILE-STATUS-EXCUSAL NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ EXCUSAL-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF EXA-REF > WS-NEXT-REF
                    MOVE EXA-REF TO WS-NEXT-REF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-EXCUSAL NOT = "35"
        CLOSE EXCUSAL-FILE
    END-IF
    ADD 1 TO WS-NEXT-REF
    MOVE 'N' TO WS-EOF.

DECIDE-EXCUSAL.
    DISPLAY "Supervisor Staff ID: "
    ACCEPT WS-SUPER-ID
    DISPLAY "Supervisor PIN: "
    ACCEPT WS-SUPER-PIN
    PERFORM VERIFY-SUPERVISOR
    IF WS-SUPER-OK NOT = 'Y'
        DISPLAY "Supervisor check failed - access denied."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Excusal reference: "
    ACCEPT WS-REF-INPUT
    DISPLAY "Approve or reject (A/R): "
    ACCEPT WS-DECISION-INPUT
    MOVE FUNCTION UPPER-CASE(WS-DECISION-INPUT) TO WS-DECISION-INPUT
    IF WS-DECISION-INPUT NOT = 'A' AND WS-DECISION-INPUT NOT = 'R'
        DISPLAY "Decision must be A or R."
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-FOUND
    OPEN INPUT EXCUSAL-FILE
    IF FILE-STATUS-EXCUSAL NOT = "00"
        DISPLAY "No excused-absence register on file."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-EXCUSAL-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ EXCUSAL-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF EXA-REF = WS-REF-INPUT
                    EVALUATE TRUE
                        WHEN NOT EXCUSAL-PENDING
                            DISPLAY "Excusal " WS-REF-INPUT
                                " has already been decided."
                        WHEN EXA-RECORDED-BY = WS-SUPER-ID
                            DISPLAY "Excusal " WS-REF-INPUT
                                " was recorded by " WS-SUPER-ID
                                " - another supervisor must "
                                "decide it."
                        WHEN OTHER
                            MOVE 'Y' TO WS-FOUND
                            MOVE EXA-STUDENT-ID TO WS-ID-INPUT
                            MOVE EXA-SESSIONS TO WS-SESSIONS
                            MOVE WS-DECISION-INPUT TO EXA-STATUS
                            MOVE WS-SUPER-ID TO EXA-APPROVER
                            MOVE WS-TODAY TO EXA-DECIDED-DATE
                    END-EVALUATE
                END-IF
                MOVE EXCUSAL-RECORD TO TEMP-EXCUSAL-RECORD
                WRITE TEMP-EXCUSAL-RECORD
        END-READ
    END-PERFORM
    CLOSE EXCUSAL-FILE
    CLOSE TEMP-EXCUSAL-FILE
    MOVE 'N' TO WS-EOF
    IF WS-FOUND = 'N'
        CALL "CBL_DELETE_FILE" USING "temp_excused_absences.dat"
        DISPLAY "Excusal " WS-REF-INPUT " not changed."
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING "excused_absences.dat"
    CALL "CBL_RENAME_FILE" USING "temp_excused_absences.dat"
        "excused_absences.dat"
    MOVE SPACES TO WS-ACT-DETAIL
    STRING "REF " WS-REF-INPUT " " WS-SESSIONS " SESS"
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    MOVE WS-SUPER-ID TO WS-LOG-STAFF
    IF WS-DECISION-INPUT = 'A'
        MOVE "EXCUSE-APPROVE" TO WS-ACT-FUNCTION
        PERFORM LOG-EXCUSAL-ACTION
        DISPLAY "Excusal " WS-REF-INPUT " approved - " WS-SESSIONS
            " session(s) come off " FUNCTION TRIM(WS-ID-INPUT)
            "'s scheduled count at the next ATTEND-POST run."
    ELSE
        MOVE "EXCUSE-REJECT" TO WS-ACT-FUNCTION
        PERFORM LOG-EXCUSAL-ACTION
        DISPLAY "Excusal " WS-REF-INPUT " rejected."
    END-IF.

VERIFY-SUPERVISOR.
    MOVE 'N' TO WS-SUPER-OK
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
                IF STAFF-ID = WS-SUPER-ID
                        AND STAFF-PIN = WS-SUPER-PIN
                        AND STAFF-ROLE = 'R'
                        AND STAFF-STATUS = 'A'
                    MOVE 'Y' TO WS-SUPER-OK
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-STAFF NOT = "35"
        CLOSE STAFF-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

LIST-EXCUSALS.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    MOVE 0 TO WS-LIST-COUNT
    MOVE 0 TO WS-TOTAL-APPROVED
    MOVE 'N' TO WS-EOF
    OPEN INPUT EXCUSAL-FILE
    IF FILE-STATUS-EXCUSAL NOT = "00"
        DISPLAY "No excused-absence register on file."
        SET END-OF-FILE TO TRUE
    ELSE
        DISPLAY "Ref   Term       From     To       Rsn Sess "
            "Status   Document        Approver"
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ EXCUSAL-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF EXA-STUDENT-ID = WS-ID-INPUT
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM SET-STATUS-TEXT
                    IF EXCUSAL-APPROVED
                        ADD EXA-SESSIONS TO WS-TOTAL-APPROVED
                    END-IF
                    DISPLAY EXA-REF " " EXA-TERM " " EXA-FROM-DATE
                        " " EXA-TO-DATE " " EXA-REASON "  "
                        EXA-SESSIONS "  " WS-STATUS-TEXT " "
                        EXA-DOC-REF " " EXA-APPROVER
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-EXCUSAL NOT = "35"
        CLOSE EXCUSAL-FILE
        DISPLAY WS-LIST-COUNT " excusal(s) on record, "
            WS-TOTAL-APPROVED " approved session(s)."
    END-IF
    MOVE 'N' TO WS-EOF.

EXCUSAL-AUDIT-REPORT.
    *> Every excusal for the term, grouped by reason and then by
    *> approver, so audit can see who is excusing what and on
    *> which documents. Pending entries group under "(pending)".
    PERFORM LOAD-CALENDAR
    DISPLAY "Term (Enter for " WS-CURRENT-TERM "): "
    ACCEPT WS-TERM-INPUT
    IF WS-TERM-INPUT = SPACES
        MOVE WS-CURRENT-TERM TO WS-TERM-INPUT
    END-IF
    OPEN INPUT EXCUSAL-FILE
    IF FILE-STATUS-EXCUSAL NOT = "00"
        DISPLAY "No excused-absence register on file."
        EXIT PARAGRAPH
    END-IF
    CLOSE EXCUSAL-FILE
    SORT EXC-SORT-WORK
        ON ASCENDING KEY ESW-REASON ESW-APPROVER ESW-FROM-DATE
            ESW-STUDENT-ID
        USING EXCUSAL-FILE
        GIVING EXC-SORTED-FILE

    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "excusal_audit_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING "EXCUSED-ABSENCE AUDIT - TERM " FUNCTION TRIM(WS-TERM-INPUT)
        "  (run " WS-TODAY ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "=" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO WS-PREV-REASON
    MOVE SPACES TO WS-PREV-APPROVER
    MOVE 0 TO WS-TOTAL-COUNT
    MOVE 0 TO WS-TOTAL-APPROVED
    MOVE 0 TO WS-GROUP-COUNT
    MOVE 0 TO WS-REASON-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT EXC-SORTED-FILE
    PERFORM UNTIL END-OF-FILE
        READ EXC-SORTED-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF ESF-TERM = WS-TERM-INPUT
                    PERFORM AUDIT-ONE-EXCUSAL
                END-IF
        END-READ
    END-PERFORM
    CLOSE EXC-SORTED-FILE
    CALL "CBL_DELETE_FILE" USING "excusal_sort.dat"
    MOVE 'N' TO WS-EOF
    IF WS-REASON-COUNT > 0
        PERFORM WRITE-APPROVER-TOTAL
        PERFORM WRITE-REASON-TOTAL
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Excusals for the term: " WS-TOTAL-COUNT
        "   Approved sessions: " WS-TOTAL-APPROVED
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    MOVE "EXCUSAL-AUDIT" TO WS-REPORT-ID
    MOVE SPACES TO WS-PARAMS
    STRING "TERM " WS-TERM-INPUT
        DELIMITED BY SIZE INTO WS-PARAMS
    PERFORM SPOOL-REGISTER-RUN
    DISPLAY WS-TOTAL-COUNT " excusal(s) for "
        FUNCTION TRIM(WS-TERM-INPUT) " written to "
        FUNCTION TRIM(WS-REPORT-FILENAME).

AUDIT-ONE-EXCUSAL.
    IF ESF-STATUS = 'P'
        MOVE "(pending)" TO WS-APPROVER-TEXT
    ELSE
        MOVE ESF-APPROVER TO WS-APPROVER-TEXT
    END-IF
    IF WS-REASON-COUNT > 0 AND ESF-REASON NOT = WS-PREV-REASON
        PERFORM WRITE-APPROVER-TOTAL
        PERFORM WRITE-REASON-TOTAL
    END-IF
    IF WS-REASON-COUNT = 0
        MOVE ESF-REASON TO WS-PREV-REASON
        MOVE ESF-REASON TO WS-REASON-CODE
        PERFORM SET-REASON-TEXT
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "REASON " ESF-REASON " " WS-REASON-TEXT
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO WS-PREV-APPROVER
    END-IF
    IF WS-GROUP-COUNT > 0 AND WS-APPROVER-TEXT NOT = WS-PREV-APPROVER
        PERFORM WRITE-APPROVER-TOTAL
    END-IF
    IF WS-GROUP-COUNT = 0
        MOVE WS-APPROVER-TEXT TO WS-PREV-APPROVER
        MOVE SPACES TO REPORT-LINE
        STRING "  Approver " WS-APPROVER-TEXT
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "    Ref   Student    From     To       Sess St Document"
            TO REPORT-LINE
        MOVE "        Recorded by" TO REPORT-LINE(56:19)
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "    " ESF-REF " " ESF-STUDENT-ID " " ESF-FROM-DATE " "
        ESF-TO-DATE " " ESF-SESSIONS "  " ESF-STATUS "  "
        ESF-DOC-REF " " ESF-RECORDED-BY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-GROUP-COUNT
    ADD 1 TO WS-REASON-COUNT
    ADD 1 TO WS-TOTAL-COUNT
    IF ESF-STATUS = 'A'
        ADD ESF-SESSIONS TO WS-GROUP-SESSIONS
        ADD ESF-SESSIONS TO WS-REASON-SESSIONS
        ADD ESF-SESSIONS TO WS-TOTAL-APPROVED
    END-IF.

WRITE-APPROVER-TOTAL.
    MOVE SPACES TO REPORT-LINE
    STRING "    " WS-GROUP-COUNT " excusal(s), "
        WS-GROUP-SESSIONS " approved session(s)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-GROUP-COUNT
    MOVE 0 TO WS-GROUP-SESSIONS.

WRITE-REASON-TOTAL.
    MOVE SPACES TO REPORT-LINE
    STRING "  Reason " WS-PREV-REASON " total: " WS-REASON-COUNT
        " excusal(s), " WS-REASON-SESSIONS " approved session(s)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-REASON-COUNT
    MOVE 0 TO WS-REASON-SESSIONS.

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
    MOVE WS-REPORT-ID TO SPL-REPORT-ID
    MOVE WS-PARAMS TO SPL-PARAMS
    MOVE WS-STAFF-ID TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-REPORT-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.

LOG-EXCUSAL-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-LOG-STAFF TO ACT-STAFF-ID
    MOVE WS-ACT-FUNCTION TO ACT-FUNCTION
    MOVE WS-ID-INPUT TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-ACT-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
