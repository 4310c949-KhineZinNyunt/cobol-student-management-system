IDENTIFICATION DIVISION.
PROGRAM-ID. REPORT-SUBS.

*> Scheduled report subscriptions. report_subscriptions.dat holds
*> one row per standing request: the report, its parameters
*> (semester, section, cohort), how often it is wanted (daily;
*> weekly on a day 1=Mon..7=Sun; monthly on a day 1-28), the
*> distribution list it goes to, and when it was last produced.
*> distribution_lists.dat names the members of each list. Option 1
*> is the daily batch run: every active subscription whose latest
*> due date is after its last run is produced through the report
*> spool (spool_NNNNN.txt plus a spool_catalog.dat entry, exactly
*> as the interactive reports spool), and one line per recipient
*> is written to the day's distribution manifest
*> (dist_manifest_YYYYMMDD.txt) naming the spooled file that goes
*> to them. A run missed on its due day - holiday, failed batch -
*> is caught up on the next run and flagged CATCH-UP on the
*> manifest. Reports that can be subscribed to:
*>   CLASS-STATS      - class statistics for a semester, as on the
*>                      MAINFRAME reports menu
*>   ATTEND-SHORTFALL - students below the ATTEND-WARN threshold
*>                      (listing only; no warnings are queued)
*>   FEE-AGING        - overdue installments by cohort and program,
*>                      the FEE-AGING summary
*>   MARKS-CHASE      - marks submission by section for a semester,
*>                      with the escalation list once marks are due

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUBSCRIPTION-FILE ASSIGN TO "report_subscriptions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SUBS.
    SELECT DIST-LIST-FILE ASSIGN TO "distribution_lists.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DIST.
    SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-MANIFEST.
    SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
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
    SELECT TOTALS-FILE ASSIGN TO "attendance_totals.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-TOTALS.
    SELECT EXCUSAL-FILE ASSIGN TO "excused_absences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EXCUSAL.
    SELECT SESSIONS-FILE ASSIGN TO "attendance_sessions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SESSIONS.
    SELECT WARN-CONFIG-FILE ASSIGN TO "attendance_warn_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT SCHEDULE-FILE ASSIGN TO "fee_schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SCHEDULE.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.
    SELECT PENDING-MARKS-FILE ASSIGN TO "pending_marks.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PENDING.
    SELECT ASSIGNMENT-FILE ASSIGN TO "subject_assignments.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ASSIGNMENT.
    SELECT INSTRUCTOR-FILE ASSIGN TO "instructor_master.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-INSTRUCTOR.

DATA DIVISION.
FILE SECTION.
FD  SUBSCRIPTION-FILE.
01  SUBSCRIPTION-RECORD.
    05  RSB-NUMBER         PIC 9(4).
    05  RSB-REPORT-ID      PIC X(20).
    05  RSB-SEMESTER       PIC 9.
    05  RSB-SECTION        PIC X.
    05  RSB-COHORT         PIC 9(4).
    05  RSB-FREQUENCY      PIC X.
        88  RSB-DAILY       VALUE 'D'.
        88  RSB-WEEKLY      VALUE 'W'.
        88  RSB-MONTHLY     VALUE 'M'.
    05  RSB-RUN-DAY        PIC 9(2).
    05  RSB-LIST-NAME      PIC X(10).
    05  RSB-ACTIVE         PIC X.
    05  RSB-START-DATE     PIC X(8).
    05  RSB-LAST-RUN       PIC X(8).
    05  RSB-LAST-SPOOL     PIC 9(5).
    05  RSB-OWNER          PIC X(10).

FD  DIST-LIST-FILE.
01  DIST-LIST-RECORD.
    05  DST-LIST-NAME      PIC X(10).
    05  DST-MEMBER-ID      PIC X(10).
    05  DST-MEMBER-NAME    PIC X(30).
    05  DST-ADDRESS        PIC X(40).

FD  MANIFEST-FILE.
01  MANIFEST-LINE          PIC X(150).

FD  SPOOL-FILE.
01  SPOOL-RECORD           PIC X(100).

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

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  STUDENT-NAME1      PIC X(30).
    05  FILLER             PIC X(18).
    05  TOTAL-MARKS1       PIC 9(3).
    05  GRADE1             PIC X(2).
    05  ATTENDANCE1        PIC 9(3).
    05  WITHDRAWN1         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1      PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  FILLER             PIC X(18).
    05  TOTAL-MARKS2       PIC 9(3).
    05  GRADE2             PIC X(2).
    05  WITHDRAWN2         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2      PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  FILLER             PIC X(18).
    05  TOTAL-MARKS3       PIC 9(3).
    05  GRADE3             PIC X(2).
    05  WITHDRAWN3         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3      PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  FILLER             PIC X(18).
    05  TOTAL-MARKS4       PIC 9(3).
    05  GRADE4             PIC X(2).
    05  WITHDRAWN4         PIC X.
    05  FILLER             PIC X(13).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4      PIC X(3).

FD  TOTALS-FILE.
01  TOTALS-RECORD.
    05  TOT-STUDENT-ID     PIC X(10).
    05  TOT-PRESENT-COUNT  PIC 9(4).
    05  TOT-LAST-DATE      PIC X(8).

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
    05  FILLER             PIC X(36).

FD  SESSIONS-FILE.
01  SESSIONS-RECORD.
    05  SES-SCHEDULED      PIC 9(4).

FD  WARN-CONFIG-FILE.
01  WARN-CONFIG-RECORD.
    05  WCF-WARN-PCT       PIC 9(3).
    05  WCF-SESSIONS-HELD  PIC 9(4).

FD  SCHEDULE-FILE.
01  SCHEDULE-RECORD.
    05  SCH-STUDENT-ID     PIC X(10).
    05  SCH-INSTALLMENT-NO PIC 9(2).
    05  SCH-DUE-DATE       PIC X(8).
    05  SCH-AMOUNT         PIC 9(7)V99.

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
        88  FEE-IS-PAYMENT  VALUE 'P'.
        88  FEE-IS-WAIVER   VALUE 'W'.
        88  FEE-IS-REFUND   VALUE 'R'.
        88  FEE-IS-REVERSAL VALUE 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  CAL-REG-OPEN       PIC X(8).
    05  CAL-REG-CLOSE      PIC X(8).
    05  CAL-EXAM-DATE      PIC X(8).
    05  CAL-PUBLISH-DATE   PIC X(8).
    05  CAL-MARKS-DUE      PIC X(8).

FD  PENDING-MARKS-FILE.
01  PENDING-RECORD.
    05  PEND-STATUS        PIC X.
    05  PEND-SEMESTER      PIC 9.
    05  PEND-STUDENT-ID    PIC X(10).
    05  FILLER             PIC X(55).

FD  ASSIGNMENT-FILE.
01  ASSIGNMENT-RECORD.
    05  SA-SEMESTER        PIC 9.
    05  SA-SUBJECT-CODE    PIC X(10).
    05  SA-INSTRUCTOR-ID   PIC X(6).
    05  SA-SECTION         PIC X.

FD  INSTRUCTOR-FILE.
01  INSTRUCTOR-RECORD.
    05  INS-ID             PIC X(6).
    05  INS-NAME           PIC X(30).
    05  INS-STAFF-ID       PIC X(10).

WORKING-STORAGE SECTION.
01  FILE-STATUS-SUBS       PIC XX.
01  FILE-STATUS-DIST       PIC XX.
01  FILE-STATUS-MANIFEST   PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  FILE-STATUS-TOTALS     PIC XX.
01  FILE-STATUS-EXCUSAL    PIC XX.
01  WS-CURRENT-TERM        PIC X(10).
01  WS-EXCUSED             PIC 9(4).
01  WS-STUDENT-SESSIONS    PIC 9(4).
01  WS-EXCUSALS-COUNT      PIC 9(4) VALUE 0.
01  WS-EXCUSALS-TABLE.
    05  WS-EXCUSAL-ENTRY   OCCURS 1000 TIMES.
        10  WS-EXC-ID      PIC X(10).
        10  WS-EXC-SESSIONS PIC 9(4).
01  WS-EXC-SCAN            PIC 9(4).
01  WS-EXC-HIT             PIC 9(4).
01  FILE-STATUS-SESSIONS   PIC XX.
01  FILE-STATUS-CONFIG     PIC XX.
01  FILE-STATUS-SCHEDULE   PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  FILE-STATUS-PENDING    PIC XX.
01  FILE-STATUS-ASSIGNMENT PIC XX.
01  FILE-STATUS-INSTRUCTOR PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-TODAY               PIC X(8).
01  WS-TODAY-NUM           PIC 9(8).
01  WS-TODAY-INT           PIC 9(8).
01  WS-TEXT-INPUT          PIC X(40).
01  WS-NUMBER-INPUT        PIC X(4).
01  WS-ACTION              PIC X.
01  WS-LOG-FUNCTION        PIC X(20).
01  WS-LOG-DETAIL          PIC X(25).

*> Subscriptions, held in full and written back after a change or
*> a batch run.
01  WS-SUB-COUNT           PIC 9(3) VALUE 0.
01  WS-SUB-TABLE.
    05  WS-SUB-ENTRY       OCCURS 200 TIMES.
        10  WS-SB-NUMBER   PIC 9(4).
        10  WS-SB-REPORT   PIC X(20).
        10  WS-SB-SEMESTER PIC 9.
        10  WS-SB-SECTION  PIC X.
        10  WS-SB-COHORT   PIC 9(4).
        10  WS-SB-FREQ     PIC X.
        10  WS-SB-RUN-DAY  PIC 9(2).
        10  WS-SB-LIST     PIC X(10).
        10  WS-SB-ACTIVE   PIC X.
        10  WS-SB-START    PIC X(8).
        10  WS-SB-LAST-RUN PIC X(8).
        10  WS-SB-LAST-SPOOL PIC 9(5).
        10  WS-SB-OWNER    PIC X(10).
01  WS-SUB-IX              PIC 9(3).
01  WS-SUB-HIT             PIC 9(3).
01  WS-NEXT-SUB-NUMBER     PIC 9(4).

*> Due-date arithmetic.
01  WS-DUE-DATE            PIC X(8).
01  WS-DUE-NUM             PIC 9(8).
01  WS-DUE-INT             PIC 9(8).
01  WS-DOW                 PIC 9.
01  WS-DAYS-BACK           PIC 9.
01  WS-DUE-YEAR            PIC 9(4).
01  WS-DUE-MONTH           PIC 9(2).
01  WS-TODAY-DAY           PIC 9(2).
01  WS-IS-DUE              PIC X.
01  WS-CATCH-UP            PIC X(8).

*> Batch run counters.
01  WS-PRODUCED-COUNT      PIC 9(4) VALUE 0.
01  WS-CAUGHT-UP-COUNT     PIC 9(4) VALUE 0.
01  WS-MANIFEST-COUNT      PIC 9(5) VALUE 0.
01  WS-MEMBER-COUNT        PIC 9(4).
01  WS-MANIFEST-FILENAME   PIC X(30).

*> Spooling, as in the interactive reports.
01  WS-SPOOL-FILENAME      PIC X(30).
01  WS-SPOOL-REPORT-ID     PIC X(20).
01  WS-SPOOL-PARAMS        PIC X(20).
01  WS-SPOOL-TEXT          PIC X(100).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-SPOOL-OPEN          PIC X VALUE 'N'.

*> Report parameters from the subscription being produced.
01  WS-RPT-SEMESTER        PIC 9.
01  WS-RPT-SECTION         PIC X.
01  WS-RPT-COHORT          PIC 9(4).

*> One master row in a semester-independent shape.
01  WS-MST-ID              PIC X(10).
01  WS-MST-NAME            PIC X(30).
01  WS-MST-TOTAL           PIC 9(3).
01  WS-MST-GRADE           PIC X(2).
01  WS-MST-WITHDRAWN       PIC X.
01  WS-MST-COHORT          PIC 9(4).
01  WS-MST-SECTION         PIC X.
01  WS-MST-PROGRAM         PIC X(3).
01  WS-MST-FOUND           PIC X.
01  WS-MST-SEM             PIC 9.

01  WS-CLASS-STATS.
    05  WS-STAT-COUNT      PIC 9(4).
    05  WS-STAT-SUM        PIC 9(7).
    05  WS-STAT-A-COUNT    PIC 9(4).
    05  WS-STAT-A-SUM      PIC 9(7).
    05  WS-STAT-A-AVG      PIC 9(4)V99.
    05  WS-STAT-B-COUNT    PIC 9(4).
    05  WS-STAT-B-SUM      PIC 9(7).
    05  WS-STAT-B-AVG      PIC 9(4)V99.
    05  WS-STAT-AVG        PIC 9(4)V99.
    05  WS-STAT-HIGH       PIC 9(3).
    05  WS-STAT-LOW        PIC 9(3).
    05  WS-STAT-PASS-COUNT PIC 9(4).
    05  WS-STAT-PASS-RATE  PIC 9(3)V99.

01  WS-WARN-PCT            PIC 9(3).
01  WS-SESSIONS-HELD       PIC 9(4).
01  WS-SCHEDULED-SESSIONS  PIC 9(4).
01  WS-PCT                 PIC 9(3).
01  WS-AT-RISK-COUNT       PIC 9(4).

01  WS-FEE-STU-COUNT       PIC 9(4).
01  WS-FEE-STU-TABLE.
    05  WS-FEE-STU-ID      OCCURS 1000 TIMES PIC X(10).
01  WS-FEE-STU-SCAN        PIC 9(4).
01  WS-FEE-STU-HIT         PIC 9(4).
01  WS-CUR-STUDENT         PIC X(10).
01  WS-INST-COUNT          PIC 9(2).
01  WS-INST-TABLE.
    05  WS-INST-ENTRY      OCCURS 24 TIMES.
        10  WS-INST-DUE    PIC X(8).
        10  WS-INST-AMT    PIC 9(7)V99.
01  WS-INST-IX             PIC 9(2).
01  WS-INST-JX             PIC 9(2).
01  WS-SWAP-DUE            PIC X(8).
01  WS-SWAP-AMT            PIC 9(7)V99.
01  WS-PAYMENT-TOTAL       PIC 9(8)V99.
01  WS-WAIVER-TOTAL        PIC 9(8)V99.
01  WS-REFUND-TOTAL        PIC 9(8)V99.
01  WS-SETTLED-TOTAL       PIC 9(8)V99.
01  WS-GRAND-WAIVED        PIC 9(9)V99.
01  WS-CUM-DUE             PIC 9(8)V99.
01  WS-UNPAID              PIC 9(8)V99.
01  WS-OVERDUE-TOTAL       PIC 9(8)V99.
01  WS-AGE-DAYS            PIC S9(8).
01  WS-INST-DUE-INT        PIC 9(8).
01  WS-BUCKET              PIC 9.
01  WS-BKT-IX              PIC 9.
01  WS-STU-BUCKETS.
    05  WS-STU-BUCKET      OCCURS 4 TIMES PIC 9(8)V99.
01  WS-GROUP-COUNT         PIC 9(3).
01  WS-GROUP-TABLE.
    05  WS-GROUP-ENTRY     OCCURS 100 TIMES.
        10  WS-GRP-COHORT  PIC 9(4).
        10  WS-GRP-PROGRAM PIC X(3).
        10  WS-GRP-BUCKET  OCCURS 4 TIMES PIC 9(9)V99.
01  WS-GRP-SCAN            PIC 9(3).
01  WS-GRP-HIT             PIC 9(3).
01  WS-GRAND-BUCKETS.
    05  WS-GRAND-BUCKET    OCCURS 4 TIMES PIC 9(9)V99.
01  WS-DETAIL-COUNT        PIC 9(4).
01  WS-B1-DISP             PIC Z(8)9.99.
01  WS-B2-DISP             PIC Z(8)9.99.
01  WS-B3-DISP             PIC Z(8)9.99.
01  WS-B4-DISP             PIC Z(8)9.99.

01  WS-MARKS-DUE           PIC X(8).
01  WS-PAST-DEADLINE       PIC X.
01  WS-ROSTER-COUNT        PIC 9(4).
01  WS-ROSTER-TABLE.
    05  WS-ROSTER-ENTRY    OCCURS 1000 TIMES.
        10  WS-RST-ID      PIC X(10).
        10  WS-RST-SECTION PIC X.
        10  WS-RST-STATE   PIC X.
01  WS-RST-SCAN            PIC 9(4).
01  WS-SECTION-IX          PIC 9.
01  WS-SECTION-LETTERS     PIC X(4) VALUE "ABCD".
01  WS-CUR-SECTION         PIC X.
01  WS-SEC-ENROLLED        PIC 9(4).
01  WS-SEC-PENDING         PIC 9(4).
01  WS-SEC-APPROVED        PIC 9(4).
01  WS-SEC-MISSING         PIC 9(4).
01  WS-ESCALATED           PIC 9(3).
01  WS-MISSING-SECTIONS    PIC X(4).
01  WS-INS-NAME-FOUND      PIC X(30).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Report Subscriptions ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE WS-TODAY TO WS-TODAY-NUM
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
    PERFORM LOAD-SUBSCRIPTIONS
    DISPLAY "1. Run subscriptions due today"
    DISPLAY "2. List subscriptions"
    DISPLAY "3. Add a subscription"
    DISPLAY "4. Suspend, resume or cancel a subscription"
    DISPLAY "5. Distribution lists"
    DISPLAY "Enter choice (1-5): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM RUN-DUE-SUBSCRIPTIONS
        WHEN '2'
            PERFORM LIST-SUBSCRIPTIONS
        WHEN '3'
            PERFORM ADD-SUBSCRIPTION
        WHEN '4'
            PERFORM CHANGE-SUBSCRIPTION
        WHEN '5'
            PERFORM MAINTAIN-DIST-LIST
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

LOAD-SUBSCRIPTIONS.
    MOVE 0 TO WS-SUB-COUNT
    MOVE 0 TO WS-NEXT-SUB-NUMBER
    MOVE 'N' TO WS-EOF
    OPEN INPUT SUBSCRIPTION-FILE
    IF FILE-STATUS-SUBS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ SUBSCRIPTION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-SUB-COUNT < 200
                    ADD 1 TO WS-SUB-COUNT
                    MOVE RSB-NUMBER TO WS-SB-NUMBER(WS-SUB-COUNT)
                    MOVE RSB-REPORT-ID TO WS-SB-REPORT(WS-SUB-COUNT)
                    MOVE RSB-SEMESTER TO WS-SB-SEMESTER(WS-SUB-COUNT)
                    MOVE RSB-SECTION TO WS-SB-SECTION(WS-SUB-COUNT)
                    MOVE RSB-COHORT TO WS-SB-COHORT(WS-SUB-COUNT)
                    MOVE RSB-FREQUENCY TO WS-SB-FREQ(WS-SUB-COUNT)
                    MOVE RSB-RUN-DAY TO WS-SB-RUN-DAY(WS-SUB-COUNT)
                    MOVE RSB-LIST-NAME TO WS-SB-LIST(WS-SUB-COUNT)
                    MOVE RSB-ACTIVE TO WS-SB-ACTIVE(WS-SUB-COUNT)
                    MOVE RSB-START-DATE TO WS-SB-START(WS-SUB-COUNT)
                    MOVE RSB-LAST-RUN TO WS-SB-LAST-RUN(WS-SUB-COUNT)
                    MOVE RSB-LAST-SPOOL
                        TO WS-SB-LAST-SPOOL(WS-SUB-COUNT)
                    MOVE RSB-OWNER TO WS-SB-OWNER(WS-SUB-COUNT)
                END-IF
                IF RSB-NUMBER > WS-NEXT-SUB-NUMBER
                    MOVE RSB-NUMBER TO WS-NEXT-SUB-NUMBER
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SUBS NOT = "35"
        CLOSE SUBSCRIPTION-FILE
    END-IF
    ADD 1 TO WS-NEXT-SUB-NUMBER
    MOVE 'N' TO WS-EOF.

SAVE-SUBSCRIPTIONS.
    OPEN OUTPUT SUBSCRIPTION-FILE
    PERFORM VARYING WS-SUB-IX FROM 1 BY 1
            UNTIL WS-SUB-IX > WS-SUB-COUNT
        MOVE SPACES TO SUBSCRIPTION-RECORD
        MOVE WS-SB-NUMBER(WS-SUB-IX) TO RSB-NUMBER
        MOVE WS-SB-REPORT(WS-SUB-IX) TO RSB-REPORT-ID
        MOVE WS-SB-SEMESTER(WS-SUB-IX) TO RSB-SEMESTER
        MOVE WS-SB-SECTION(WS-SUB-IX) TO RSB-SECTION
        MOVE WS-SB-COHORT(WS-SUB-IX) TO RSB-COHORT
        MOVE WS-SB-FREQ(WS-SUB-IX) TO RSB-FREQUENCY
        MOVE WS-SB-RUN-DAY(WS-SUB-IX) TO RSB-RUN-DAY
        MOVE WS-SB-LIST(WS-SUB-IX) TO RSB-LIST-NAME
        MOVE WS-SB-ACTIVE(WS-SUB-IX) TO RSB-ACTIVE
        MOVE WS-SB-START(WS-SUB-IX) TO RSB-START-DATE
        MOVE WS-SB-LAST-RUN(WS-SUB-IX) TO RSB-LAST-RUN
        MOVE WS-SB-LAST-SPOOL(WS-SUB-IX) TO RSB-LAST-SPOOL
        MOVE WS-SB-OWNER(WS-SUB-IX) TO RSB-OWNER
        WRITE SUBSCRIPTION-RECORD
    END-PERFORM
    CLOSE SUBSCRIPTION-FILE.

LIST-SUBSCRIPTIONS.
    IF WS-SUB-COUNT = 0
        DISPLAY "No report subscriptions on file."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "No.  Report               Sem Sec Cohort Freq Day List"
        "       Act Last run Spool"
    PERFORM VARYING WS-SUB-IX FROM 1 BY 1
            UNTIL WS-SUB-IX > WS-SUB-COUNT
        DISPLAY WS-SB-NUMBER(WS-SUB-IX) " " WS-SB-REPORT(WS-SUB-IX)
            " " WS-SB-SEMESTER(WS-SUB-IX) "   "
            WS-SB-SECTION(WS-SUB-IX) "   " WS-SB-COHORT(WS-SUB-IX)
            "   " WS-SB-FREQ(WS-SUB-IX) "    "
            WS-SB-RUN-DAY(WS-SUB-IX) "  " WS-SB-LIST(WS-SUB-IX)
            " " WS-SB-ACTIVE(WS-SUB-IX) "   "
            WS-SB-LAST-RUN(WS-SUB-IX) " "
            WS-SB-LAST-SPOOL(WS-SUB-IX)
    END-PERFORM
    DISPLAY WS-SUB-COUNT " subscription(s). Frequency D daily, "
        "W weekly (day 1=Mon..7=Sun), M monthly (day 1-28).".

ADD-SUBSCRIPTION.
    IF WS-SUB-COUNT >= 200
        DISPLAY "Subscription table is full."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SUB-COUNT
    MOVE WS-SUB-COUNT TO WS-SUB-HIT
    MOVE WS-NEXT-SUB-NUMBER TO WS-SB-NUMBER(WS-SUB-HIT)
    MOVE 0 TO WS-SB-SEMESTER(WS-SUB-HIT)
    MOVE SPACE TO WS-SB-SECTION(WS-SUB-HIT)
    MOVE 0 TO WS-SB-COHORT(WS-SUB-HIT)
    MOVE 0 TO WS-SB-RUN-DAY(WS-SUB-HIT)
    MOVE 0 TO WS-SB-LAST-SPOOL(WS-SUB-HIT)
    MOVE SPACES TO WS-SB-LAST-RUN(WS-SUB-HIT)
    DISPLAY "Report (CLASS-STATS, ATTEND-SHORTFALL, FEE-AGING, "
        "MARKS-CHASE): "
    ACCEPT WS-TEXT-INPUT
    MOVE FUNCTION UPPER-CASE(WS-TEXT-INPUT) TO WS-TEXT-INPUT
    IF WS-TEXT-INPUT NOT = "CLASS-STATS"
            AND WS-TEXT-INPUT NOT = "ATTEND-SHORTFALL"
            AND WS-TEXT-INPUT NOT = "FEE-AGING"
            AND WS-TEXT-INPUT NOT = "MARKS-CHASE"
        DISPLAY "That report cannot be subscribed to."
        SUBTRACT 1 FROM WS-SUB-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TEXT-INPUT TO WS-SB-REPORT(WS-SUB-HIT)
    IF WS-TEXT-INPUT = "CLASS-STATS" OR WS-TEXT-INPUT = "MARKS-CHASE"
        DISPLAY "Semester (1-4): "
    ELSE
        DISPLAY "Semester master for section/cohort (1-4, "
            "Enter for 1): "
    END-IF
    ACCEPT WS-NUMBER-INPUT
    IF WS-NUMBER-INPUT(1:1) >= '1' AND WS-NUMBER-INPUT(1:1) <= '4'
        MOVE WS-NUMBER-INPUT(1:1) TO WS-SB-SEMESTER(WS-SUB-HIT)
    ELSE
        IF WS-TEXT-INPUT = "CLASS-STATS"
                OR WS-TEXT-INPUT = "MARKS-CHASE"
            DISPLAY "Semester must be 1-4."
            SUBTRACT 1 FROM WS-SUB-COUNT
            EXIT PARAGRAPH
        END-IF
        MOVE 1 TO WS-SB-SEMESTER(WS-SUB-HIT)
    END-IF
    IF WS-TEXT-INPUT NOT = "FEE-AGING"
        DISPLAY "Section (A-D, Enter for all): "
        ACCEPT WS-ACTION
        MOVE FUNCTION UPPER-CASE(WS-ACTION)
            TO WS-SB-SECTION(WS-SUB-HIT)
    END-IF
    IF WS-TEXT-INPUT NOT = "MARKS-CHASE"
        DISPLAY "Cohort year (Enter for all): "
        ACCEPT WS-NUMBER-INPUT
        IF WS-NUMBER-INPUT IS NUMERIC
            MOVE WS-NUMBER-INPUT TO WS-SB-COHORT(WS-SUB-HIT)
        END-IF
    END-IF
    DISPLAY "Frequency - (D)aily, (W)eekly or (M)onthly: "
    ACCEPT WS-ACTION
    MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
    EVALUATE WS-ACTION
        WHEN 'D'
            CONTINUE
        WHEN 'W'
            DISPLAY "Day of week (1=Mon .. 7=Sun): "
            ACCEPT WS-NUMBER-INPUT
            IF FUNCTION NUMVAL(WS-NUMBER-INPUT) < 1
                    OR FUNCTION NUMVAL(WS-NUMBER-INPUT) > 7
                DISPLAY "Day must be 1-7."
                SUBTRACT 1 FROM WS-SUB-COUNT
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT)
                TO WS-SB-RUN-DAY(WS-SUB-HIT)
        WHEN 'M'
            DISPLAY "Day of month (1-28): "
            ACCEPT WS-NUMBER-INPUT
            IF FUNCTION NUMVAL(WS-NUMBER-INPUT) < 1
                    OR FUNCTION NUMVAL(WS-NUMBER-INPUT) > 28
                DISPLAY "Day must be 1-28."
                SUBTRACT 1 FROM WS-SUB-COUNT
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT)
                TO WS-SB-RUN-DAY(WS-SUB-HIT)
        WHEN OTHER
            DISPLAY "Frequency must be D, W or M."
            SUBTRACT 1 FROM WS-SUB-COUNT
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE WS-ACTION TO WS-SB-FREQ(WS-SUB-HIT)
    DISPLAY "Distribution list name: "
    ACCEPT WS-SB-LIST(WS-SUB-HIT)
    MOVE FUNCTION UPPER-CASE(WS-SB-LIST(WS-SUB-HIT))
        TO WS-SB-LIST(WS-SUB-HIT)
    PERFORM COUNT-LIST-MEMBERS
    IF WS-MEMBER-COUNT = 0
        DISPLAY "Note: list " WS-SB-LIST(WS-SUB-HIT) " has no "
            "members yet - add them under option 5."
    END-IF
    MOVE 'Y' TO WS-SB-ACTIVE(WS-SUB-HIT)
    MOVE WS-TODAY TO WS-SB-START(WS-SUB-HIT)
    MOVE WS-STAFF-ID TO WS-SB-OWNER(WS-SUB-HIT)
    PERFORM SAVE-SUBSCRIPTIONS
    MOVE "REPORT-SUB-ADD" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING WS-SB-NUMBER(WS-SUB-HIT) " "
        WS-SB-REPORT(WS-SUB-HIT)
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-SUBS-ACTION
    DISPLAY "Subscription " WS-SB-NUMBER(WS-SUB-HIT) " added - "
        "first produced on its next due date.".

CHANGE-SUBSCRIPTION.
    PERFORM LIST-SUBSCRIPTIONS
    IF WS-SUB-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Subscription number: "
    ACCEPT WS-NUMBER-INPUT
    MOVE 0 TO WS-SUB-HIT
    PERFORM VARYING WS-SUB-IX FROM 1 BY 1
            UNTIL WS-SUB-IX > WS-SUB-COUNT
        IF WS-SB-NUMBER(WS-SUB-IX) = FUNCTION NUMVAL(WS-NUMBER-INPUT)
            MOVE WS-SUB-IX TO WS-SUB-HIT
        END-IF
    END-PERFORM
    IF WS-SUB-HIT = 0
        DISPLAY "No such subscription."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "(S)uspend, (R)esume, (C)ancel or change (L)ist: "
    ACCEPT WS-ACTION
    MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
    EVALUATE WS-ACTION
        WHEN 'S'
            MOVE 'N' TO WS-SB-ACTIVE(WS-SUB-HIT)
        WHEN 'R'
            *> Resuming does not back-fill the suspended period.
            MOVE 'Y' TO WS-SB-ACTIVE(WS-SUB-HIT)
            MOVE WS-TODAY TO WS-SB-START(WS-SUB-HIT)
        WHEN 'C'
            PERFORM VARYING WS-SUB-IX FROM WS-SUB-HIT BY 1
                    UNTIL WS-SUB-IX >= WS-SUB-COUNT
                MOVE WS-SUB-ENTRY(WS-SUB-IX + 1)
                    TO WS-SUB-ENTRY(WS-SUB-IX)
            END-PERFORM
            SUBTRACT 1 FROM WS-SUB-COUNT
        WHEN 'L'
            DISPLAY "New distribution list name: "
            ACCEPT WS-SB-LIST(WS-SUB-HIT)
            MOVE FUNCTION UPPER-CASE(WS-SB-LIST(WS-SUB-HIT))
                TO WS-SB-LIST(WS-SUB-HIT)
        WHEN OTHER
            DISPLAY "Invalid action."
            EXIT PARAGRAPH
    END-EVALUATE
    PERFORM SAVE-SUBSCRIPTIONS
    MOVE "REPORT-SUB-CHANGE" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING FUNCTION NUMVAL(WS-NUMBER-INPUT) " " WS-ACTION
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-SUBS-ACTION
    DISPLAY "Subscription updated.".

MAINTAIN-DIST-LIST.
    DISPLAY "Distribution list name: "
    ACCEPT WS-TEXT-INPUT
    MOVE FUNCTION UPPER-CASE(WS-TEXT-INPUT) TO WS-TEXT-INPUT
    IF WS-TEXT-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-MEMBER-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT DIST-LIST-FILE
    IF FILE-STATUS-DIST NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DIST-LIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DST-LIST-NAME = WS-TEXT-INPUT(1:10)
                    ADD 1 TO WS-MEMBER-COUNT
                    DISPLAY "  " DST-MEMBER-ID " " DST-MEMBER-NAME
                        " " DST-ADDRESS
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DIST NOT = "35"
        CLOSE DIST-LIST-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    DISPLAY WS-MEMBER-COUNT " member(s)."
    DISPLAY "(A)dd a member or Enter to leave: "
    ACCEPT WS-ACTION
    MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
    IF WS-ACTION NOT = 'A'
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO DIST-LIST-RECORD
    MOVE WS-TEXT-INPUT(1:10) TO DST-LIST-NAME
    DISPLAY "Member staff ID: "
    ACCEPT DST-MEMBER-ID
    DISPLAY "Member name: "
    ACCEPT DST-MEMBER-NAME
    DISPLAY "Delivery address (email or pigeonhole): "
    ACCEPT DST-ADDRESS
    OPEN EXTEND DIST-LIST-FILE
    IF FILE-STATUS-DIST NOT = "00"
        OPEN OUTPUT DIST-LIST-FILE
    END-IF
    WRITE DIST-LIST-RECORD
    CLOSE DIST-LIST-FILE
    MOVE "REPORT-DIST-ADD" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING DST-LIST-NAME " " DST-MEMBER-ID
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-SUBS-ACTION
    DISPLAY "Member added.".

COUNT-LIST-MEMBERS.
    MOVE 0 TO WS-MEMBER-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT DIST-LIST-FILE
    IF FILE-STATUS-DIST NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DIST-LIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DST-LIST-NAME = WS-SB-LIST(WS-SUB-HIT)
                    ADD 1 TO WS-MEMBER-COUNT
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DIST NOT = "35"
        CLOSE DIST-LIST-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

RUN-DUE-SUBSCRIPTIONS.
    *> Meant to run once a day after the end-of-day batch; running
    *> it again the same day only picks up what is still due.
    MOVE 0 TO WS-PRODUCED-COUNT
    MOVE 0 TO WS-CAUGHT-UP-COUNT
    MOVE 0 TO WS-MANIFEST-COUNT
    MOVE SPACES TO WS-MANIFEST-FILENAME
    STRING "dist_manifest_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
    PERFORM VARYING WS-SUB-HIT FROM 1 BY 1
            UNTIL WS-SUB-HIT > WS-SUB-COUNT
        IF WS-SB-ACTIVE(WS-SUB-HIT) = 'Y'
            PERFORM CHECK-SUBSCRIPTION-DUE
            IF WS-IS-DUE = 'Y'
                PERFORM PRODUCE-SUBSCRIPTION
            END-IF
        END-IF
    END-PERFORM
    PERFORM SAVE-SUBSCRIPTIONS
    MOVE "REPORT-SUB-RUN" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "PRODUCED " WS-PRODUCED-COUNT " LATE "
        WS-CAUGHT-UP-COUNT
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-SUBS-ACTION
    DISPLAY WS-PRODUCED-COUNT " subscribed report(s) produced, "
        WS-CAUGHT-UP-COUNT " of them catching up a missed run."
    IF WS-PRODUCED-COUNT > 0
        DISPLAY WS-MANIFEST-COUNT " distribution line(s) written to "
            FUNCTION TRIM(WS-MANIFEST-FILENAME) "."
    END-IF.

CHECK-SUBSCRIPTION-DUE.
    *> Works out the latest due date on or before today. The report
    *> is due when that date falls on or after the subscription
    *> start and no run has covered it yet - so a missed due date
    *> is still owed on the following days until it is produced.
    MOVE 'N' TO WS-IS-DUE
    MOVE SPACES TO WS-CATCH-UP
    EVALUATE WS-SB-FREQ(WS-SUB-HIT)
        WHEN 'D'
            MOVE WS-TODAY TO WS-DUE-DATE
        WHEN 'W'
            *> Day 1 of the integer calendar (1 Jan 1601) was a
            *> Monday.
            COMPUTE WS-DOW = FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1
            COMPUTE WS-DAYS-BACK = FUNCTION MOD(
                WS-DOW - WS-SB-RUN-DAY(WS-SUB-HIT) + 7, 7)
            COMPUTE WS-DUE-INT = WS-TODAY-INT - WS-DAYS-BACK
            COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
            MOVE WS-DUE-NUM TO WS-DUE-DATE
        WHEN 'M'
            MOVE WS-TODAY(7:2) TO WS-TODAY-DAY
            MOVE WS-TODAY(1:4) TO WS-DUE-YEAR
            MOVE WS-TODAY(5:2) TO WS-DUE-MONTH
            IF WS-TODAY-DAY < WS-SB-RUN-DAY(WS-SUB-HIT)
                IF WS-DUE-MONTH = 1
                    MOVE 12 TO WS-DUE-MONTH
                    SUBTRACT 1 FROM WS-DUE-YEAR
                ELSE
                    SUBTRACT 1 FROM WS-DUE-MONTH
                END-IF
            END-IF
            MOVE SPACES TO WS-DUE-DATE
            STRING WS-DUE-YEAR WS-DUE-MONTH WS-SB-RUN-DAY(WS-SUB-HIT)
                DELIMITED BY SIZE INTO WS-DUE-DATE
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    IF WS-DUE-DATE < WS-SB-START(WS-SUB-HIT)
        EXIT PARAGRAPH
    END-IF
    IF WS-SB-LAST-RUN(WS-SUB-HIT) NOT = SPACES
            AND WS-SB-LAST-RUN(WS-SUB-HIT) >= WS-DUE-DATE
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-IS-DUE
    IF WS-DUE-DATE < WS-TODAY
        MOVE "CATCH-UP" TO WS-CATCH-UP
    END-IF.

PRODUCE-SUBSCRIPTION.
    MOVE WS-SB-SEMESTER(WS-SUB-HIT) TO WS-RPT-SEMESTER
    MOVE WS-SB-SECTION(WS-SUB-HIT) TO WS-RPT-SECTION
    MOVE WS-SB-COHORT(WS-SUB-HIT) TO WS-RPT-COHORT
    IF WS-RPT-SEMESTER < 1 OR WS-RPT-SEMESTER > 4
        MOVE 1 TO WS-RPT-SEMESTER
    END-IF
    MOVE WS-SB-REPORT(WS-SUB-HIT) TO WS-SPOOL-REPORT-ID
    MOVE SPACES TO WS-SPOOL-PARAMS
    STRING "SEM " WS-RPT-SEMESTER " COH " WS-RPT-COHORT
        " SEC " WS-RPT-SECTION
        DELIMITED BY SIZE INTO WS-SPOOL-PARAMS
    PERFORM SPOOL-OPEN
    MOVE SPACES TO WS-SPOOL-TEXT
    STRING "Subscription " WS-SB-NUMBER(WS-SUB-HIT) " for list "
        WS-SB-LIST(WS-SUB-HIT) "  due " WS-DUE-DATE " "
        WS-CATCH-UP
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    EVALUATE WS-SB-REPORT(WS-SUB-HIT)
        WHEN "CLASS-STATS"
            PERFORM CLASS-STATS-REPORT
        WHEN "ATTEND-SHORTFALL"
            PERFORM ATTEND-SHORTFALL-REPORT
        WHEN "FEE-AGING"
            PERFORM FEE-AGING-REPORT
        WHEN "MARKS-CHASE"
            PERFORM MARKS-CHASE-REPORT
        WHEN OTHER
            MOVE "Unknown report - nothing produced." TO WS-SPOOL-TEXT
            PERFORM SPOOL-LINE
    END-EVALUATE
    PERFORM SPOOL-CLOSE
    MOVE WS-TODAY TO WS-SB-LAST-RUN(WS-SUB-HIT)
    MOVE WS-SPOOL-RUN TO WS-SB-LAST-SPOOL(WS-SUB-HIT)
    ADD 1 TO WS-PRODUCED-COUNT
    IF WS-CATCH-UP NOT = SPACES
        ADD 1 TO WS-CAUGHT-UP-COUNT
    END-IF
    DISPLAY "  " WS-SB-NUMBER(WS-SUB-HIT) " "
        WS-SB-REPORT(WS-SUB-HIT) " -> "
        FUNCTION TRIM(WS-SPOOL-FILENAME) " " WS-CATCH-UP
    PERFORM WRITE-MANIFEST-LINES.

WRITE-MANIFEST-LINES.
    *> One line per recipient on the subscription's list.
    OPEN EXTEND MANIFEST-FILE
    IF FILE-STATUS-MANIFEST NOT = "00"
        OPEN OUTPUT MANIFEST-FILE
        MOVE SPACES TO MANIFEST-LINE
        STRING "DISTRIBUTION MANIFEST - " WS-TODAY
            DELIMITED BY SIZE INTO MANIFEST-LINE
        WRITE MANIFEST-LINE
        MOVE "Run   Spool File                     Report"
            TO MANIFEST-LINE(1:43)
        MOVE "Params               Recipient  Address"
            TO MANIFEST-LINE(59:38)
        WRITE MANIFEST-LINE
    END-IF
    MOVE 0 TO WS-MEMBER-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT DIST-LIST-FILE
    IF FILE-STATUS-DIST NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DIST-LIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DST-LIST-NAME = WS-SB-LIST(WS-SUB-HIT)
                    ADD 1 TO WS-MEMBER-COUNT
                    MOVE SPACES TO MANIFEST-LINE
                    STRING WS-SPOOL-RUN " " WS-SPOOL-FILENAME " "
                        WS-SPOOL-REPORT-ID " " WS-SPOOL-PARAMS " "
                        DST-MEMBER-ID " " DST-ADDRESS " " WS-CATCH-UP
                        DELIMITED BY SIZE INTO MANIFEST-LINE
                    WRITE MANIFEST-LINE
                    ADD 1 TO WS-MANIFEST-COUNT
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DIST NOT = "35"
        CLOSE DIST-LIST-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-MEMBER-COUNT = 0
        MOVE SPACES TO MANIFEST-LINE
        STRING WS-SPOOL-RUN " " WS-SPOOL-FILENAME " "
            WS-SPOOL-REPORT-ID " " WS-SPOOL-PARAMS
            " ** LIST " WS-SB-LIST(WS-SUB-HIT) " HAS NO MEMBERS **"
            DELIMITED BY SIZE INTO MANIFEST-LINE
        WRITE MANIFEST-LINE
        DISPLAY "  Warning: list " WS-SB-LIST(WS-SUB-HIT)
            " has no members - nobody to send run " WS-SPOOL-RUN
            " to."
    END-IF
    CLOSE MANIFEST-FILE.

*> ---------------------------------------------------------------
*> Semester master access in one shape for all four semesters.
*> ---------------------------------------------------------------
OPEN-MASTER.
    EVALUATE WS-MST-SEM
        WHEN 1
            OPEN INPUT STUDENT-FILE-SEM1
        WHEN 2
            OPEN INPUT STUDENT-FILE-SEM2
        WHEN 3
            OPEN INPUT STUDENT-FILE-SEM3
        WHEN OTHER
            OPEN INPUT STUDENT-FILE-SEM4
    END-EVALUATE.

CLOSE-MASTER.
    EVALUATE WS-MST-SEM
        WHEN 1
            CLOSE STUDENT-FILE-SEM1
        WHEN 2
            CLOSE STUDENT-FILE-SEM2
        WHEN 3
            CLOSE STUDENT-FILE-SEM3
        WHEN OTHER
            CLOSE STUDENT-FILE-SEM4
    END-EVALUATE.

READ-NEXT-MASTER.
    EVALUATE WS-MST-SEM
        WHEN 1
            READ STUDENT-FILE-SEM1 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    PERFORM COPY-MASTER-SEM1
            END-READ
        WHEN 2
            READ STUDENT-FILE-SEM2 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    PERFORM COPY-MASTER-SEM2
            END-READ
        WHEN 3
            READ STUDENT-FILE-SEM3 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    PERFORM COPY-MASTER-SEM3
            END-READ
        WHEN OTHER
            READ STUDENT-FILE-SEM4 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    PERFORM COPY-MASTER-SEM4
            END-READ
    END-EVALUATE.

LOOKUP-MASTER.
    *> Keyed read of WS-CUR-STUDENT on semester WS-MST-SEM.
    MOVE 'N' TO WS-MST-FOUND
    PERFORM OPEN-MASTER
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-MST-SEM
        WHEN 1
            MOVE WS-CUR-STUDENT TO STUDENT-ID1
            READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM COPY-MASTER-SEM1
                    MOVE 'Y' TO WS-MST-FOUND
            END-READ
        WHEN 2
            MOVE WS-CUR-STUDENT TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM COPY-MASTER-SEM2
                    MOVE 'Y' TO WS-MST-FOUND
            END-READ
        WHEN 3
            MOVE WS-CUR-STUDENT TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM COPY-MASTER-SEM3
                    MOVE 'Y' TO WS-MST-FOUND
            END-READ
        WHEN OTHER
            MOVE WS-CUR-STUDENT TO STUDENT-ID4
            READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM COPY-MASTER-SEM4
                    MOVE 'Y' TO WS-MST-FOUND
            END-READ
    END-EVALUATE
    PERFORM CLOSE-MASTER.

COPY-MASTER-SEM1.
    MOVE STUDENT-ID1 TO WS-MST-ID
    MOVE STUDENT-NAME1 TO WS-MST-NAME
    MOVE TOTAL-MARKS1 TO WS-MST-TOTAL
    MOVE GRADE1 TO WS-MST-GRADE
    MOVE WITHDRAWN1 TO WS-MST-WITHDRAWN
    MOVE COHORT-YEAR1 TO WS-MST-COHORT
    MOVE SECTION1 TO WS-MST-SECTION
    MOVE PROGRAM-CODE1 TO WS-MST-PROGRAM.

COPY-MASTER-SEM2.
    MOVE STUDENT-ID2 TO WS-MST-ID
    MOVE STUDENT-NAME2 TO WS-MST-NAME
    MOVE TOTAL-MARKS2 TO WS-MST-TOTAL
    MOVE GRADE2 TO WS-MST-GRADE
    MOVE WITHDRAWN2 TO WS-MST-WITHDRAWN
    MOVE COHORT-YEAR2 TO WS-MST-COHORT
    MOVE SECTION2 TO WS-MST-SECTION
    MOVE PROGRAM-CODE2 TO WS-MST-PROGRAM.

COPY-MASTER-SEM3.
    MOVE STUDENT-ID3 TO WS-MST-ID
    MOVE STUDENT-NAME3 TO WS-MST-NAME
    MOVE TOTAL-MARKS3 TO WS-MST-TOTAL
    MOVE GRADE3 TO WS-MST-GRADE
    MOVE WITHDRAWN3 TO WS-MST-WITHDRAWN
    MOVE COHORT-YEAR3 TO WS-MST-COHORT
    MOVE SECTION3 TO WS-MST-SECTION
    MOVE PROGRAM-CODE3 TO WS-MST-PROGRAM.

COPY-MASTER-SEM4.
    MOVE STUDENT-ID4 TO WS-MST-ID
    MOVE STUDENT-NAME4 TO WS-MST-NAME
    MOVE TOTAL-MARKS4 TO WS-MST-TOTAL
    MOVE GRADE4 TO WS-MST-GRADE
    MOVE WITHDRAWN4 TO WS-MST-WITHDRAWN
    MOVE COHORT-YEAR4 TO WS-MST-COHORT
    MOVE SECTION4 TO WS-MST-SECTION
    MOVE PROGRAM-CODE4 TO WS-MST-PROGRAM.

*> ---------------------------------------------------------------
*> CLASS-STATS - same figures as the MAINFRAME class statistics.
*> ---------------------------------------------------------------
CLASS-STATS-REPORT.
    MOVE ZEROES TO WS-CLASS-STATS
    MOVE 999 TO WS-STAT-LOW
    MOVE WS-RPT-SEMESTER TO WS-MST-SEM
    MOVE 'N' TO WS-EOF
    PERFORM OPEN-MASTER
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        PERFORM READ-NEXT-MASTER
        IF NOT END-OF-FILE
            IF WS-MST-WITHDRAWN NOT = 'W'
                    AND (WS-RPT-COHORT = 0
                        OR WS-MST-COHORT = WS-RPT-COHORT)
                    AND (WS-RPT-SECTION = SPACE
                        OR WS-MST-SECTION = WS-RPT-SECTION)
                PERFORM TALLY-CLASS-STAT
            END-IF
        END-IF
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        PERFORM CLOSE-MASTER
    END-IF
    MOVE 'N' TO WS-EOF
    STRING "Class Statistics - Semester " WS-RPT-SEMESTER
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    IF WS-STAT-COUNT = 0
        MOVE "No students on file for this semester."
            TO WS-SPOOL-TEXT
        PERFORM SPOOL-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-STAT-AVG ROUNDED = WS-STAT-SUM / WS-STAT-COUNT
    COMPUTE WS-STAT-PASS-RATE ROUNDED =
        (WS-STAT-PASS-COUNT * 100) / WS-STAT-COUNT
    STRING "Students counted : " WS-STAT-COUNT
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    STRING "Class average    : " WS-STAT-AVG
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    STRING "Highest marks    : " WS-STAT-HIGH
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    STRING "Lowest marks     : " WS-STAT-LOW
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    STRING "Pass rate        : " WS-STAT-PASS-RATE "%"
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    IF WS-RPT-SECTION = SPACE
        MOVE "-- Section comparison --" TO WS-SPOOL-TEXT
        PERFORM SPOOL-LINE
        IF WS-STAT-A-COUNT > 0
            COMPUTE WS-STAT-A-AVG ROUNDED =
                WS-STAT-A-SUM / WS-STAT-A-COUNT
            STRING "Section A: " WS-STAT-A-COUNT
                " student(s), average " WS-STAT-A-AVG
                DELIMITED BY SIZE INTO WS-SPOOL-TEXT
        ELSE
            MOVE "Section A: no students" TO WS-SPOOL-TEXT
        END-IF
        PERFORM SPOOL-LINE
        IF WS-STAT-B-COUNT > 0
            COMPUTE WS-STAT-B-AVG ROUNDED =
                WS-STAT-B-SUM / WS-STAT-B-COUNT
            STRING "Section B: " WS-STAT-B-COUNT
                " student(s), average " WS-STAT-B-AVG
                DELIMITED BY SIZE INTO WS-SPOOL-TEXT
        ELSE
            MOVE "Section B: no students" TO WS-SPOOL-TEXT
        END-IF
        PERFORM SPOOL-LINE
    END-IF.

TALLY-CLASS-STAT.
    ADD 1 TO WS-STAT-COUNT
    ADD WS-MST-TOTAL TO WS-STAT-SUM
    IF WS-MST-SECTION = 'B'
        ADD 1 TO WS-STAT-B-COUNT
        ADD WS-MST-TOTAL TO WS-STAT-B-SUM
    ELSE
        ADD 1 TO WS-STAT-A-COUNT
        ADD WS-MST-TOTAL TO WS-STAT-A-SUM
    END-IF
    IF WS-MST-TOTAL > WS-STAT-HIGH
        MOVE WS-MST-TOTAL TO WS-STAT-HIGH
    END-IF
    IF WS-MST-TOTAL < WS-STAT-LOW
        MOVE WS-MST-TOTAL TO WS-STAT-LOW
    END-IF
    IF WS-MST-GRADE(1:1) NOT = "F"
        ADD 1 TO WS-STAT-PASS-COUNT
    END-IF.

*> ---------------------------------------------------------------
*> ATTEND-SHORTFALL - the ATTEND-WARN at-risk list, report only.
*> ---------------------------------------------------------------
ATTEND-SHORTFALL-REPORT.
    MOVE 65 TO WS-WARN-PCT
    MOVE 0 TO WS-SESSIONS-HELD
    MOVE 100 TO WS-SCHEDULED-SESSIONS
    MOVE 0 TO WS-AT-RISK-COUNT
    OPEN INPUT WARN-CONFIG-FILE
    IF FILE-STATUS-CONFIG = "00"
        READ WARN-CONFIG-FILE
            AT END
                CONTINUE
            NOT AT END
                IF WCF-WARN-PCT > 0
                    MOVE WCF-WARN-PCT TO WS-WARN-PCT
                END-IF
                MOVE WCF-SESSIONS-HELD TO WS-SESSIONS-HELD
        END-READ
        CLOSE WARN-CONFIG-FILE
    END-IF
    OPEN INPUT SESSIONS-FILE
    IF FILE-STATUS-SESSIONS = "00"
        READ SESSIONS-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE SES-SCHEDULED TO WS-SCHEDULED-SESSIONS
        END-READ
        CLOSE SESSIONS-FILE
    END-IF
    IF WS-SCHEDULED-SESSIONS = 0
        MOVE 100 TO WS-SCHEDULED-SESSIONS
    END-IF
    IF WS-SESSIONS-HELD = 0
        MOVE WS-SCHEDULED-SESSIONS TO WS-SESSIONS-HELD
    END-IF
    PERFORM LOAD-EXCUSALS
    STRING "Attendance shortfall - below " WS-WARN-PCT "% of "
        WS-SESSIONS-HELD " session(s)"
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    MOVE "StudentID   Name                           Sec Cohort Pct"
        TO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    MOVE 'N' TO WS-EOF
    OPEN INPUT TOTALS-FILE
    IF FILE-STATUS-TOTALS NOT = "00"
        MOVE "No attendance totals on file." TO WS-SPOOL-TEXT
        PERFORM SPOOL-LINE
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ TOTALS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                PERFORM CHECK-ATTENDANCE-ROW
        END-READ
    END-PERFORM
    IF FILE-STATUS-TOTALS NOT = "35"
        CLOSE TOTALS-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    STRING "Students below threshold: " WS-AT-RISK-COUNT
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE.

LOAD-EXCUSALS.
    *> Approved excusals for the current term that have begun,
    *> summed per student, as ATTEND-WARN takes them.
    MOVE SPACES TO WS-CURRENT-TERM
    OPEN INPUT CALENDAR-FILE
    IF FILE-STATUS-CALENDAR = "00"
        PERFORM UNTIL FILE-STATUS-CALENDAR NOT = "00"
            READ CALENDAR-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-CALENDAR
                NOT AT END
                    IF CAL-TERM NOT = "HOLIDAY"
                        MOVE CAL-TERM TO WS-CURRENT-TERM
                        MOVE "10" TO FILE-STATUS-CALENDAR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CALENDAR-FILE
    END-IF
    MOVE 0 TO WS-EXCUSALS-COUNT
    OPEN INPUT EXCUSAL-FILE
    IF FILE-STATUS-EXCUSAL = "00"
        PERFORM UNTIL FILE-STATUS-EXCUSAL NOT = "00"
            READ EXCUSAL-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-EXCUSAL
                NOT AT END
                    IF EXA-STATUS = 'A'
                            AND EXA-TERM = WS-CURRENT-TERM
                            AND EXA-FROM-DATE <= WS-TODAY
                        PERFORM ADD-ONE-EXCUSAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXCUSAL-FILE
    END-IF.

ADD-ONE-EXCUSAL.
    MOVE 0 TO WS-EXC-HIT
    PERFORM VARYING WS-EXC-SCAN FROM 1 BY 1
            UNTIL WS-EXC-SCAN > WS-EXCUSALS-COUNT
        IF WS-EXC-ID(WS-EXC-SCAN) = EXA-STUDENT-ID
            MOVE WS-EXC-SCAN TO WS-EXC-HIT
        END-IF
    END-PERFORM
    IF WS-EXC-HIT > 0
        ADD EXA-SESSIONS TO WS-EXC-SESSIONS(WS-EXC-HIT)
    ELSE
        IF WS-EXCUSALS-COUNT < 1000
            ADD 1 TO WS-EXCUSALS-COUNT
            MOVE EXA-STUDENT-ID TO WS-EXC-ID(WS-EXCUSALS-COUNT)
            MOVE EXA-SESSIONS TO WS-EXC-SESSIONS(WS-EXCUSALS-COUNT)
        END-IF
    END-IF.

FIND-STUDENT-SESSIONS.
    *> Sessions counted for one student: those held so far less
    *> their approved excused sessions, never below one.
    MOVE 0 TO WS-EXCUSED
    PERFORM VARYING WS-EXC-SCAN FROM 1 BY 1
            UNTIL WS-EXC-SCAN > WS-EXCUSALS-COUNT
        IF WS-EXC-ID(WS-EXC-SCAN) = WS-CUR-STUDENT
            MOVE WS-EXC-SESSIONS(WS-EXC-SCAN) TO WS-EXCUSED
        END-IF
    END-PERFORM
    IF WS-EXCUSED < WS-SESSIONS-HELD
        COMPUTE WS-STUDENT-SESSIONS = WS-SESSIONS-HELD - WS-EXCUSED
    ELSE
        MOVE 1 TO WS-STUDENT-SESSIONS
    END-IF.

CHECK-ATTENDANCE-ROW.
    MOVE TOT-STUDENT-ID TO WS-CUR-STUDENT
    PERFORM FIND-STUDENT-SESSIONS
    COMPUTE WS-PCT ROUNDED =
        (TOT-PRESENT-COUNT * 100) / WS-STUDENT-SESSIONS
    IF WS-PCT > 100
        MOVE 100 TO WS-PCT
    END-IF
    IF WS-PCT >= WS-WARN-PCT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RPT-SEMESTER TO WS-MST-SEM
    MOVE SPACES TO WS-MST-NAME
    MOVE SPACE TO WS-MST-SECTION
    MOVE 0 TO WS-MST-COHORT
    PERFORM LOOKUP-MASTER
    IF WS-RPT-SECTION NOT = SPACE AND WS-MST-SECTION NOT =
            WS-RPT-SECTION
        EXIT PARAGRAPH
    END-IF
    IF WS-RPT-COHORT NOT = 0 AND WS-MST-COHORT NOT = WS-RPT-COHORT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-AT-RISK-COUNT
    STRING WS-CUR-STUDENT "  " WS-MST-NAME " " WS-MST-SECTION
        "   " WS-MST-COHORT "   " WS-PCT "%"
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE.

*> ---------------------------------------------------------------
*> FEE-AGING - overdue installments by cohort and program, settled
*> oldest-first exactly as FEE-AGING does.
*> ---------------------------------------------------------------
FEE-AGING-REPORT.
    MOVE 0 TO WS-FEE-STU-COUNT
    MOVE 0 TO WS-GROUP-COUNT
    MOVE 0 TO WS-DETAIL-COUNT
    MOVE 0 TO WS-GRAND-WAIVED
    MOVE 'N' TO WS-EOF
    OPEN INPUT SCHEDULE-FILE
    IF FILE-STATUS-SCHEDULE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ SCHEDULE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE 0 TO WS-FEE-STU-HIT
                PERFORM VARYING WS-FEE-STU-SCAN FROM 1 BY 1
                        UNTIL WS-FEE-STU-SCAN > WS-FEE-STU-COUNT
                    IF WS-FEE-STU-ID(WS-FEE-STU-SCAN)
                            = SCH-STUDENT-ID
                        MOVE WS-FEE-STU-SCAN TO WS-FEE-STU-HIT
                    END-IF
                END-PERFORM
                IF WS-FEE-STU-HIT = 0 AND WS-FEE-STU-COUNT < 1000
                    ADD 1 TO WS-FEE-STU-COUNT
                    MOVE SCH-STUDENT-ID
                        TO WS-FEE-STU-ID(WS-FEE-STU-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SCHEDULE NOT = "35"
        CLOSE SCHEDULE-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    STRING "Overdue fee aging by cohort and program - " WS-TODAY
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    IF WS-FEE-STU-COUNT = 0
        MOVE "No installment schedules on file - nothing to age."
            TO WS-SPOOL-TEXT
        PERFORM SPOOL-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-FEE-STU-SCAN FROM 1 BY 1
            UNTIL WS-FEE-STU-SCAN > WS-FEE-STU-COUNT
        MOVE WS-FEE-STU-ID(WS-FEE-STU-SCAN) TO WS-CUR-STUDENT
        PERFORM AGE-ONE-FEE-STUDENT
    END-PERFORM
    MOVE "Cohort Pgm        1-30d       31-60d       61-90d"
        TO WS-SPOOL-TEXT
    MOVE "90d+" TO WS-SPOOL-TEXT(59:4)
    PERFORM SPOOL-LINE
    PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
        MOVE 0 TO WS-GRAND-BUCKET(WS-BKT-IX)
    END-PERFORM
    PERFORM VARYING WS-GRP-SCAN FROM 1 BY 1
            UNTIL WS-GRP-SCAN > WS-GROUP-COUNT
        MOVE WS-GRP-BUCKET(WS-GRP-SCAN, 1) TO WS-B1-DISP
        MOVE WS-GRP-BUCKET(WS-GRP-SCAN, 2) TO WS-B2-DISP
        MOVE WS-GRP-BUCKET(WS-GRP-SCAN, 3) TO WS-B3-DISP
        MOVE WS-GRP-BUCKET(WS-GRP-SCAN, 4) TO WS-B4-DISP
        STRING WS-GRP-COHORT(WS-GRP-SCAN) "   "
            WS-GRP-PROGRAM(WS-GRP-SCAN) " " WS-B1-DISP " "
            WS-B2-DISP " " WS-B3-DISP " " WS-B4-DISP
            DELIMITED BY SIZE INTO WS-SPOOL-TEXT
        PERFORM SPOOL-LINE
        PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
            ADD WS-GRP-BUCKET(WS-GRP-SCAN, WS-BKT-IX)
                TO WS-GRAND-BUCKET(WS-BKT-IX)
        END-PERFORM
    END-PERFORM
    MOVE WS-GRAND-BUCKET(1) TO WS-B1-DISP
    MOVE WS-GRAND-BUCKET(2) TO WS-B2-DISP
    MOVE WS-GRAND-BUCKET(3) TO WS-B3-DISP
    MOVE WS-GRAND-BUCKET(4) TO WS-B4-DISP
    STRING "TOTAL      " WS-B1-DISP " " WS-B2-DISP " " WS-B3-DISP
        " " WS-B4-DISP
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    STRING WS-DETAIL-COUNT " student(s) with overdue installments."
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    MOVE WS-GRAND-WAIVED TO WS-B1-DISP
    STRING "Waivers credited against scheduled accounts: "
        WS-B1-DISP
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE.

AGE-ONE-FEE-STUDENT.
    PERFORM LOAD-STUDENT-INSTALLMENTS
    PERFORM SUM-STUDENT-PAYMENTS
    IF WS-REFUND-TOTAL < WS-PAYMENT-TOTAL + WS-WAIVER-TOTAL
        COMPUTE WS-SETTLED-TOTAL = WS-PAYMENT-TOTAL
            + WS-WAIVER-TOTAL - WS-REFUND-TOTAL
    ELSE
        MOVE 0 TO WS-SETTLED-TOTAL
    END-IF
    PERFORM LOOKUP-COHORT-PROGRAM
    IF WS-RPT-COHORT NOT = 0 AND WS-MST-COHORT NOT = WS-RPT-COHORT
        EXIT PARAGRAPH
    END-IF
    ADD WS-WAIVER-TOTAL TO WS-GRAND-WAIVED
    MOVE 0 TO WS-CUM-DUE
    MOVE 0 TO WS-OVERDUE-TOTAL
    PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
        MOVE 0 TO WS-STU-BUCKET(WS-BKT-IX)
    END-PERFORM
    PERFORM VARYING WS-INST-IX FROM 1 BY 1
            UNTIL WS-INST-IX > WS-INST-COUNT
        ADD WS-INST-AMT(WS-INST-IX) TO WS-CUM-DUE
        IF WS-INST-DUE(WS-INST-IX) < WS-TODAY
                AND WS-CUM-DUE > WS-SETTLED-TOTAL
            COMPUTE WS-UNPAID = WS-CUM-DUE - WS-SETTLED-TOTAL
            IF WS-UNPAID > WS-INST-AMT(WS-INST-IX)
                MOVE WS-INST-AMT(WS-INST-IX) TO WS-UNPAID
            END-IF
            IF WS-INST-DUE(WS-INST-IX) IS NUMERIC
                COMPUTE WS-INST-DUE-INT = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-INST-DUE(WS-INST-IX)))
                COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-INST-DUE-INT
            ELSE
                MOVE 1 TO WS-AGE-DAYS
            END-IF
            EVALUATE TRUE
                WHEN WS-AGE-DAYS <= 30
                    MOVE 1 TO WS-BUCKET
                WHEN WS-AGE-DAYS <= 60
                    MOVE 2 TO WS-BUCKET
                WHEN WS-AGE-DAYS <= 90
                    MOVE 3 TO WS-BUCKET
                WHEN OTHER
                    MOVE 4 TO WS-BUCKET
            END-EVALUATE
            ADD WS-UNPAID TO WS-STU-BUCKET(WS-BUCKET)
            ADD WS-UNPAID TO WS-OVERDUE-TOTAL
        END-IF
    END-PERFORM
    IF WS-OVERDUE-TOTAL = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-DETAIL-COUNT
    PERFORM POST-TO-GROUP.

LOAD-STUDENT-INSTALLMENTS.
    MOVE 0 TO WS-INST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT SCHEDULE-FILE
    IF FILE-STATUS-SCHEDULE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ SCHEDULE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SCH-STUDENT-ID = WS-CUR-STUDENT
                        AND WS-INST-COUNT < 24
                    ADD 1 TO WS-INST-COUNT
                    MOVE SCH-DUE-DATE TO WS-INST-DUE(WS-INST-COUNT)
                    MOVE SCH-AMOUNT TO WS-INST-AMT(WS-INST-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SCHEDULE NOT = "35"
        CLOSE SCHEDULE-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    *> Oldest installment first - a plan holds a couple of dozen at
    *> most, so a bubble sort will do.
    PERFORM VARYING WS-INST-IX FROM 1 BY 1
            UNTIL WS-INST-IX >= WS-INST-COUNT
        PERFORM VARYING WS-INST-JX FROM 1 BY 1
                UNTIL WS-INST-JX >= WS-INST-COUNT
            IF WS-INST-DUE(WS-INST-JX) >
                    WS-INST-DUE(WS-INST-JX + 1)
                MOVE WS-INST-DUE(WS-INST-JX) TO WS-SWAP-DUE
                MOVE WS-INST-AMT(WS-INST-JX) TO WS-SWAP-AMT
                MOVE WS-INST-DUE(WS-INST-JX + 1)
                    TO WS-INST-DUE(WS-INST-JX)
                MOVE WS-INST-AMT(WS-INST-JX + 1)
                    TO WS-INST-AMT(WS-INST-JX)
                MOVE WS-SWAP-DUE TO WS-INST-DUE(WS-INST-JX + 1)
                MOVE WS-SWAP-AMT TO WS-INST-AMT(WS-INST-JX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

SUM-STUDENT-PAYMENTS.
    MOVE 0 TO WS-PAYMENT-TOTAL
    MOVE 0 TO WS-WAIVER-TOTAL
    MOVE 0 TO WS-REFUND-TOTAL
    MOVE 'N' TO WS-EOF
    OPEN INPUT FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ FEE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF FEE-STUDENT-ID = WS-CUR-STUDENT
                    IF FEE-IS-PAYMENT
                        ADD FEE-AMOUNT TO WS-PAYMENT-TOTAL
                    END-IF
                    IF FEE-IS-WAIVER
                            AND FEE-DESCRIPTION(1:7) = "WAIVER "
                        ADD FEE-AMOUNT TO WS-WAIVER-TOTAL
                    END-IF
                    IF FEE-IS-REFUND OR FEE-IS-REVERSAL
                        ADD FEE-AMOUNT TO WS-REFUND-TOTAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

LOOKUP-COHORT-PROGRAM.
    *> The latest semester a student appears in carries their
    *> current cohort year and program of study.
    MOVE 0 TO WS-MST-COHORT
    MOVE SPACES TO WS-MST-PROGRAM
    MOVE 'N' TO WS-MST-FOUND
    MOVE 4 TO WS-MST-SEM
    PERFORM UNTIL WS-MST-FOUND = 'Y' OR WS-MST-SEM = 0
        PERFORM LOOKUP-MASTER
        IF WS-MST-FOUND = 'N'
            SUBTRACT 1 FROM WS-MST-SEM
        END-IF
    END-PERFORM.

POST-TO-GROUP.
    MOVE 0 TO WS-GRP-HIT
    PERFORM VARYING WS-GRP-SCAN FROM 1 BY 1
            UNTIL WS-GRP-SCAN > WS-GROUP-COUNT
        IF WS-GRP-COHORT(WS-GRP-SCAN) = WS-MST-COHORT
                AND WS-GRP-PROGRAM(WS-GRP-SCAN) = WS-MST-PROGRAM
            MOVE WS-GRP-SCAN TO WS-GRP-HIT
        END-IF
    END-PERFORM
    IF WS-GRP-HIT = 0 AND WS-GROUP-COUNT < 100
        ADD 1 TO WS-GROUP-COUNT
        MOVE WS-GROUP-COUNT TO WS-GRP-HIT
        MOVE WS-MST-COHORT TO WS-GRP-COHORT(WS-GRP-HIT)
        MOVE WS-MST-PROGRAM TO WS-GRP-PROGRAM(WS-GRP-HIT)
        PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
            MOVE 0 TO WS-GRP-BUCKET(WS-GRP-HIT, WS-BKT-IX)
        END-PERFORM
    END-IF
    IF WS-GRP-HIT > 0
        PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
            ADD WS-STU-BUCKET(WS-BKT-IX)
                TO WS-GRP-BUCKET(WS-GRP-HIT, WS-BKT-IX)
        END-PERFORM
    END-IF.

*> ---------------------------------------------------------------
*> MARKS-CHASE - submission by section, escalation past the due
*> date, as in MARKS-CHASE.
*> ---------------------------------------------------------------
MARKS-CHASE-REPORT.
    MOVE SPACES TO WS-MARKS-DUE
    MOVE 'N' TO WS-PAST-DEADLINE
    OPEN INPUT CALENDAR-FILE
    IF FILE-STATUS-CALENDAR = "00"
        READ CALENDAR-FILE
            AT END
                CONTINUE
            NOT AT END
                IF FUNCTION TRIM(CAL-MARKS-DUE) IS NUMERIC
                    MOVE CAL-MARKS-DUE TO WS-MARKS-DUE
                ELSE
                    MOVE CAL-PUBLISH-DATE TO WS-MARKS-DUE
                END-IF
        END-READ
        CLOSE CALENDAR-FILE
    END-IF
    IF WS-MARKS-DUE NOT = SPACES AND WS-TODAY > WS-MARKS-DUE
        MOVE 'Y' TO WS-PAST-DEADLINE
    END-IF
    STRING "Marks submission tracking - Semester " WS-RPT-SEMESTER
        "  marks due " WS-MARKS-DUE
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    MOVE 0 TO WS-ROSTER-COUNT
    MOVE WS-RPT-SEMESTER TO WS-MST-SEM
    MOVE 'N' TO WS-EOF
    PERFORM OPEN-MASTER
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        PERFORM READ-NEXT-MASTER
        IF NOT END-OF-FILE
            IF WS-MST-WITHDRAWN NOT = 'W' AND WS-ROSTER-COUNT < 1000
                ADD 1 TO WS-ROSTER-COUNT
                MOVE WS-MST-ID TO WS-RST-ID(WS-ROSTER-COUNT)
                MOVE WS-MST-SECTION TO WS-RST-SECTION(WS-ROSTER-COUNT)
                MOVE 'M' TO WS-RST-STATE(WS-ROSTER-COUNT)
            END-IF
        END-IF
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        PERFORM CLOSE-MASTER
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-ROSTER-COUNT = 0
        MOVE "No active students on the semester master."
            TO WS-SPOOL-TEXT
        PERFORM SPOOL-LINE
        EXIT PARAGRAPH
    END-IF
    *> 'A' (approved) outranks 'P' (pending); anyone left on 'M'
    *> has no mark record at all.
    OPEN INPUT PENDING-MARKS-FILE
    IF FILE-STATUS-PENDING NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PENDING-MARKS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PEND-SEMESTER = WS-RPT-SEMESTER
                    PERFORM FLAG-ONE-SUBMISSION
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PENDING NOT = "35"
        CLOSE PENDING-MARKS-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    MOVE SPACES TO WS-MISSING-SECTIONS
    MOVE "Sec  Enrolled Pending Approved Missing" TO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    PERFORM VARYING WS-SECTION-IX FROM 1 BY 1
            UNTIL WS-SECTION-IX > 4
        MOVE WS-SECTION-LETTERS(WS-SECTION-IX:1) TO WS-CUR-SECTION
        IF WS-RPT-SECTION = SPACE OR WS-RPT-SECTION = WS-CUR-SECTION
            PERFORM CHASE-ONE-SECTION
        END-IF
    END-PERFORM
    IF WS-PAST-DEADLINE = 'Y'
        PERFORM CHASE-ESCALATION
    ELSE
        MOVE "Marks are not yet due - no escalation issued."
            TO WS-SPOOL-TEXT
        PERFORM SPOOL-LINE
    END-IF.

FLAG-ONE-SUBMISSION.
    PERFORM VARYING WS-RST-SCAN FROM 1 BY 1
            UNTIL WS-RST-SCAN > WS-ROSTER-COUNT
        IF WS-RST-ID(WS-RST-SCAN) = PEND-STUDENT-ID
            IF PEND-STATUS = 'A'
                MOVE 'A' TO WS-RST-STATE(WS-RST-SCAN)
            ELSE
                IF WS-RST-STATE(WS-RST-SCAN) NOT = 'A'
                    MOVE 'P' TO WS-RST-STATE(WS-RST-SCAN)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

CHASE-ONE-SECTION.
    MOVE 0 TO WS-SEC-ENROLLED
    MOVE 0 TO WS-SEC-PENDING
    MOVE 0 TO WS-SEC-APPROVED
    MOVE 0 TO WS-SEC-MISSING
    PERFORM VARYING WS-RST-SCAN FROM 1 BY 1
            UNTIL WS-RST-SCAN > WS-ROSTER-COUNT
        IF WS-RST-SECTION(WS-RST-SCAN) = WS-CUR-SECTION
            ADD 1 TO WS-SEC-ENROLLED
            EVALUATE WS-RST-STATE(WS-RST-SCAN)
                WHEN 'A'
                    ADD 1 TO WS-SEC-APPROVED
                WHEN 'P'
                    ADD 1 TO WS-SEC-PENDING
                WHEN OTHER
                    ADD 1 TO WS-SEC-MISSING
            END-EVALUATE
        END-IF
    END-PERFORM
    IF WS-SEC-ENROLLED = 0
        EXIT PARAGRAPH
    END-IF
    STRING " " WS-CUR-SECTION "   " WS-SEC-ENROLLED "     "
        WS-SEC-PENDING "    " WS-SEC-APPROVED "     "
        WS-SEC-MISSING
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    IF WS-SEC-MISSING > 0
        MOVE WS-CUR-SECTION TO WS-MISSING-SECTIONS(WS-SECTION-IX:1)
        PERFORM VARYING WS-RST-SCAN FROM 1 BY 1
                UNTIL WS-RST-SCAN > WS-ROSTER-COUNT
            IF WS-RST-SECTION(WS-RST-SCAN) = WS-CUR-SECTION
                    AND WS-RST-STATE(WS-RST-SCAN) = 'M'
                STRING "      missing: " WS-RST-ID(WS-RST-SCAN)
                    DELIMITED BY SIZE INTO WS-SPOOL-TEXT
                PERFORM SPOOL-LINE
            END-IF
        END-PERFORM
    END-IF.

CHASE-ESCALATION.
    MOVE 0 TO WS-ESCALATED
    STRING "** PAST MARKS DEADLINE " WS-MARKS-DUE
        " - instructors to chase **"
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    PERFORM SPOOL-LINE
    MOVE 'N' TO WS-EOF
    OPEN INPUT ASSIGNMENT-FILE
    IF FILE-STATUS-ASSIGNMENT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ASSIGNMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SA-SEMESTER = WS-RPT-SEMESTER
                        AND SA-SECTION NOT = SPACE
                    PERFORM VARYING WS-SECTION-IX FROM 1 BY 1
                            UNTIL WS-SECTION-IX > 4
                        IF WS-MISSING-SECTIONS(WS-SECTION-IX:1)
                                = SA-SECTION
                            ADD 1 TO WS-ESCALATED
                            PERFORM LOOKUP-INSTRUCTOR-NAME
                            STRING "  " SA-SUBJECT-CODE " sec "
                                SA-SECTION "  " SA-INSTRUCTOR-ID " "
                                WS-INS-NAME-FOUND
                                DELIMITED BY SIZE INTO WS-SPOOL-TEXT
                            PERFORM SPOOL-LINE
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ASSIGNMENT NOT = "35"
        CLOSE ASSIGNMENT-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-ESCALATED = 0
        MOVE "  (no instructor assignments for the missing sections)"
            TO WS-SPOOL-TEXT
        PERFORM SPOOL-LINE
    END-IF.

LOOKUP-INSTRUCTOR-NAME.
    MOVE SPACES TO WS-INS-NAME-FOUND
    OPEN INPUT INSTRUCTOR-FILE
    IF FILE-STATUS-INSTRUCTOR = "00"
        PERFORM UNTIL FILE-STATUS-INSTRUCTOR NOT = "00"
            READ INSTRUCTOR-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-INSTRUCTOR
                NOT AT END
                    IF INS-ID = SA-INSTRUCTOR-ID
                        MOVE INS-NAME TO WS-INS-NAME-FOUND
                        MOVE "10" TO FILE-STATUS-INSTRUCTOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INSTRUCTOR-FILE
    END-IF.

*> ---------------------------------------------------------------
*> Spooling - same file naming and catalog entry as MAINFRAME.
*> ---------------------------------------------------------------
SPOOL-OPEN.
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
    MOVE SPACES TO WS-SPOOL-FILENAME
    STRING "spool_" WS-SPOOL-RUN ".txt"
        DELIMITED BY SIZE INTO WS-SPOOL-FILENAME
    OPEN OUTPUT SPOOL-FILE
    MOVE 'Y' TO WS-SPOOL-OPEN
    MOVE SPACES TO WS-SPOOL-TEXT
    STRING "SPOOL RUN " WS-SPOOL-RUN "  REPORT "
        FUNCTION TRIM(WS-SPOOL-REPORT-ID)
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    WRITE SPOOL-RECORD FROM WS-SPOOL-TEXT
    MOVE SPACES TO WS-SPOOL-TEXT
    STRING "PARAMS " FUNCTION TRIM(WS-SPOOL-PARAMS)
        "  BY " WS-STAFF-ID "  AT "
        FUNCTION CURRENT-DATE(1:14)
        DELIMITED BY SIZE INTO WS-SPOOL-TEXT
    WRITE SPOOL-RECORD FROM WS-SPOOL-TEXT
    MOVE ALL "-" TO WS-SPOOL-TEXT
    WRITE SPOOL-RECORD FROM WS-SPOOL-TEXT
    MOVE SPACES TO WS-SPOOL-TEXT.

SPOOL-LINE.
    IF WS-SPOOL-OPEN = 'Y'
        WRITE SPOOL-RECORD FROM WS-SPOOL-TEXT
    END-IF
    MOVE SPACES TO WS-SPOOL-TEXT.

SPOOL-CLOSE.
    IF WS-SPOOL-OPEN = 'Y'
        CLOSE SPOOL-FILE
        MOVE 'N' TO WS-SPOOL-OPEN
        OPEN EXTEND SPOOL-CATALOG-FILE
        IF FILE-STATUS-SPOOL-CAT NOT = "00"
            OPEN OUTPUT SPOOL-CATALOG-FILE
        END-IF
        MOVE SPACES TO SPOOL-CATALOG-RECORD
        MOVE WS-SPOOL-RUN TO SPL-RUN-NUMBER
        MOVE WS-SPOOL-REPORT-ID TO SPL-REPORT-ID
        MOVE WS-SPOOL-PARAMS TO SPL-PARAMS
        MOVE WS-STAFF-ID TO SPL-STAFF-ID
        MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
        MOVE WS-SPOOL-FILENAME TO SPL-FILENAME
        WRITE SPOOL-CATALOG-RECORD
        CLOSE SPOOL-CATALOG-FILE
    END-IF.

LOG-SUBS-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID TO ACT-STAFF-ID
    MOVE WS-LOG-FUNCTION TO ACT-FUNCTION
    MOVE SPACES TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-LOG-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
