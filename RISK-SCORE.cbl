IDENTIFICATION DIVISION.
PROGRAM-ID. RISK-SCORE.

*> Mid-term early-alert scoring run. STANDING-RUN only puts a
*> student on probation once the results are out; this run is
*> meant for week 6, while there is still time to help. Every
*> active student (not withdrawn, not on an active deferral) gets
*> a risk score of 0-100 built from five factors, each scored
*> 0-100 and combined by the weights in risk_config.dat:
*>   ATTEND - attendance shortfall: 100 less the percentage worked
*>            out as ATTEND-WARN does (attendance_totals.dat against
*>            the sessions held less any approved current-term
*>            excusal; no swipes at all counts as 0%).
*>   MARKS  - marks outstanding for the student: a mark_status.dat
*>            code of A (absent) or M (withheld) scores 50, D
*>            (deferred sitting) 25, and a current-semester entry on
*>            pending_marks.dat still pending or rejected 25.
*>   GRADE  - the grade of the last completed semester: F 100,
*>            C 60, C+ 40, B 20.
*>   RETAKE - 50 for each failed attempt on retake_history.dat.
*>   FEES   - overdue installments (aged as FEE-AGING does) as a
*>            percentage of the student's scheduled fees.
*> The score is the weighted average of the factors; the band
*> limits in the same config row split HIGH, MEDIUM and LOW.
*> The run rewrites at_risk_register.dat in rank order, prints the
*> HIGH and MEDIUM students to a spooled report (at_risk_<date>.txt,
*> registered in spool_catalog.dat) and queues an AT-RISK outbox
*> event for each HIGH student not already waiting on one.
*> risk_config.dat row 1: weights for ATTEND, MARKS, GRADE, RETAKE
*> and FEES (default 35/20/20/10/15), then the HIGH and MEDIUM band
*> limits (default 50 and 30).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RISK-CONFIG-FILE ASSIGN TO "risk_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-RISK-CONFIG.
    SELECT REGISTER-FILE ASSIGN TO "at_risk_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-REGISTER.
    SELECT TOTALS-FILE ASSIGN TO "attendance_totals.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-TOTALS.
    SELECT EXCUSAL-FILE ASSIGN TO "excused_absences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EXCUSAL.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.
    SELECT SESSIONS-FILE ASSIGN TO "attendance_sessions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SESSIONS.
    SELECT WARN-CONFIG-FILE ASSIGN TO "attendance_warn_config.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT PENDING-MARKS-FILE ASSIGN TO "pending_marks.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PENDING.
    SELECT MARK-STATUS-FILE ASSIGN TO "mark_status.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-MARK-STATUS.
    SELECT RETAKE-HISTORY-FILE ASSIGN TO "retake_history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-RETAKE.
    SELECT SCHEDULE-FILE ASSIGN TO "fee_schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SCHEDULE.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT DEFERRAL-FILE ASSIGN TO "deferral_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DEFERRAL.
    SELECT OUTBOX-FILE ASSIGN TO "notify_outbox.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-OUTBOX.
    SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILENAME
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
FD  RISK-CONFIG-FILE.
01  RISK-CONFIG-RECORD.
    05  RSK-W-ATTEND       PIC 9(3).
    05  RSK-W-MARKS        PIC 9(3).
    05  RSK-W-GRADE        PIC 9(3).
    05  RSK-W-RETAKE       PIC 9(3).
    05  RSK-W-FEES         PIC 9(3).
    05  RSK-HIGH-BAND      PIC 9(3).
    05  RSK-MEDIUM-BAND    PIC 9(3).

FD  REGISTER-FILE.
01  REGISTER-RECORD.
    05  ARR-RUN-DATE       PIC X(8).
    05  ARR-RANK           PIC 9(4).
    05  ARR-STUDENT-ID     PIC X(10).
    05  ARR-SEMESTER       PIC 9.
    05  ARR-SCORE          PIC 9(3).
    05  ARR-BAND           PIC X(6).
    05  ARR-ATT-PCT        PIC 9(3).
    05  ARR-F-ATTEND       PIC 9(3).
    05  ARR-F-MARKS        PIC 9(3).
    05  ARR-F-GRADE        PIC 9(3).
    05  ARR-F-RETAKE       PIC 9(3).
    05  ARR-F-FEES         PIC 9(3).

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

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  FILLER             PIC X(40).

FD  SESSIONS-FILE.
01  SESSIONS-RECORD.
    05  SES-SCHEDULED      PIC 9(4).

FD  WARN-CONFIG-FILE.
01  WARN-CONFIG-RECORD.
    05  WCF-WARN-PCT       PIC 9(3).
    05  WCF-SESSIONS-HELD  PIC 9(4).

FD  PENDING-MARKS-FILE.
01  PENDING-RECORD.
    05  PEND-STATUS        PIC X.
    05  PEND-SEMESTER      PIC 9.
    05  PEND-STUDENT-ID    PIC X(10).
    05  FILLER             PIC X(55).

FD  MARK-STATUS-FILE.
01  MARK-STATUS-RECORD.
    05  MST-STUDENT-ID     PIC X(10).
    05  MST-SEMESTER       PIC 9.
    05  MST-SUBJECT-IX     PIC 9.
    05  MST-CODE           PIC X.
    05  MST-NOTE           PIC X(20).

FD  RETAKE-HISTORY-FILE.
01  RETAKE-HISTORY-RECORD  PIC X(88).

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
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-PAYMENT  VALUE 'P'.
        88  FEE-IS-WAIVER   VALUE 'W'.
        88  FEE-IS-REFUND   VALUE 'R'.
        88  FEE-IS-REVERSAL VALUE 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  DEFERRAL-FILE.
01  DEFERRAL-RECORD.
    05  DFR-STUDENT-ID     PIC X(10).
    05  DFR-SEMESTER       PIC 9.
    05  DFR-RETURN-TERM    PIC X(10).
    05  DFR-GRANT-DATE     PIC X(8).
    05  DFR-STATUS         PIC X.
        88  DEFERRAL-ACTIVE   VALUE 'A'.
        88  DEFERRAL-RETURNED VALUE 'R'.

FD  OUTBOX-FILE.
01  OUTBOX-RECORD.
    05  NTF-STUDENT-ID     PIC X(10).
    05  NTF-EVENT-TYPE     PIC X(12).
    05  NTF-TEMPLATE       PIC X(8).
    05  NTF-TIMESTAMP      PIC X(14).
    05  NTF-DISPATCH       PIC X.

FD  SPOOL-FILE.
01  SPOOL-LINE             PIC X(100).

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
    05  STUDENT-NAME1      PIC X(30).
    05  FILLER             PIC X(18).
    05  TOTAL-MARKS1       PIC 9(3).
    05  GRADE1             PIC X(2).
    05  ATTENDANCE1        PIC 9(3).
    05  WITHDRAWN1         PIC X.
    05  FILLER             PIC X(21).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  FILLER             PIC X(18).
    05  TOTAL-MARKS2       PIC 9(3).
    05  GRADE2             PIC X(2).
    05  WITHDRAWN2         PIC X.
    05  FILLER             PIC X(21).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  FILLER             PIC X(18).
    05  TOTAL-MARKS3       PIC 9(3).
    05  GRADE3             PIC X(2).
    05  WITHDRAWN3         PIC X.
    05  FILLER             PIC X(21).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  FILLER             PIC X(18).
    05  TOTAL-MARKS4       PIC 9(3).
    05  GRADE4             PIC X(2).
    05  WITHDRAWN4         PIC X.
    05  FILLER             PIC X(21).

WORKING-STORAGE SECTION.
01  FILE-STATUS-RISK-CONFIG PIC XX.
01  FILE-STATUS-REGISTER   PIC XX.
01  FILE-STATUS-TOTALS     PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
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
01  FILE-STATUS-PENDING    PIC XX.
01  FILE-STATUS-MARK-STATUS PIC XX.
01  FILE-STATUS-RETAKE     PIC XX.
01  FILE-STATUS-SCHEDULE   PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-DEFERRAL   PIC XX.
01  FILE-STATUS-OUTBOX     PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-TODAY               PIC X(8).
01  WS-NUM-INPUT           PIC X(3).

01  WS-W-ATTEND            PIC 9(3) VALUE 35.
01  WS-W-MARKS             PIC 9(3) VALUE 20.
01  WS-W-GRADE             PIC 9(3) VALUE 20.
01  WS-W-RETAKE            PIC 9(3) VALUE 10.
01  WS-W-FEES              PIC 9(3) VALUE 15.
01  WS-HIGH-BAND           PIC 9(3) VALUE 50.
01  WS-MEDIUM-BAND         PIC 9(3) VALUE 30.
01  WS-W-TOTAL             PIC 9(4).

01  WS-SESSIONS-HELD       PIC 9(4) VALUE 0.
01  WS-SCHEDULED-SESSIONS  PIC 9(4) VALUE 100.
01  WS-TOTALS-ROWS         PIC 9(5) VALUE 0.

*> One entry per student, carrying the highest semester master
*> they are on and the raw counts each factor is scored from.
01  WS-STU-COUNT           PIC 9(4) VALUE 0.
01  WS-STU-TABLE.
    05  WS-STU-ENTRY       OCCURS 3000 TIMES.
        10  WS-STU-ID      PIC X(10).
        10  WS-STU-NAME    PIC X(30).
        10  WS-STU-SEM     PIC 9.
        10  WS-STU-TOTAL   PIC 9(3).
        10  WS-STU-GRADE   PIC X(2).
        10  WS-STU-PRIOR-GRADE PIC X(2).
        10  WS-STU-WITHDRAWN PIC X.
        10  WS-STU-DEFERRED PIC X.
        10  WS-STU-PRESENT PIC 9(4).
        10  WS-STU-CODE-PTS PIC 9(3).
        10  WS-STU-PENDING PIC X.
        10  WS-STU-RETAKES PIC 9(2).
        10  WS-STU-PAID    PIC 9(8)V99.
        10  WS-STU-REFUNDED PIC 9(8)V99.
        10  WS-STU-INST-COUNT PIC 9(2).
        10  WS-STU-INST    OCCURS 12 TIMES.
            15  WS-STU-INST-DUE PIC X(8).
            15  WS-STU-INST-AMT PIC 9(7)V99.
        10  WS-STU-QUEUED  PIC X.
        10  WS-STU-ATT-PCT PIC 9(3).
        10  WS-STU-F-ATTEND PIC 9(3).
        10  WS-STU-F-MARKS PIC 9(3).
        10  WS-STU-F-GRADE PIC 9(3).
        10  WS-STU-F-RETAKE PIC 9(3).
        10  WS-STU-F-FEES  PIC 9(3).
        10  WS-STU-SCORE   PIC 9(3).
        10  WS-STU-BAND    PIC X(6).
01  WS-STU-IX              PIC 9(4).
01  WS-STU-HIT             PIC 9(4).
01  WS-CUR-ID              PIC X(10).
01  WS-CUR-NAME            PIC X(30).
01  WS-CUR-SEM             PIC 9.
01  WS-CUR-TOTAL           PIC 9(3).
01  WS-CUR-GRADE           PIC X(2).
01  WS-CUR-WITHDRAWN       PIC X.

01  WS-INST-IX             PIC 9(2).
01  WS-INST-JX             PIC 9(2).
01  WS-SWAP-DUE            PIC X(8).
01  WS-SWAP-AMT            PIC 9(7)V99.
01  WS-SETTLED-TOTAL       PIC 9(8)V99.
01  WS-SCHEDULED-TOTAL     PIC 9(8)V99.
01  WS-CUM-DUE             PIC 9(8)V99.
01  WS-UNPAID              PIC 9(8)V99.
01  WS-OVERDUE-TOTAL       PIC 9(8)V99.
01  WS-FACTOR              PIC 9(5).
01  WS-WEIGHTED            PIC 9(7).

01  WS-RANK                PIC 9(4).
01  WS-SCORE-LEVEL         PIC 9(3).
01  WS-SCORED-COUNT        PIC 9(4).
01  WS-HIGH-COUNT          PIC 9(4).
01  WS-MEDIUM-COUNT        PIC 9(4).
01  WS-LOW-COUNT           PIC 9(4).
01  WS-QUEUED-COUNT        PIC 9(4).
01  WS-ALREADY-COUNT       PIC 9(4).
01  WS-ATT-DISP            PIC X(4).

01  WS-SPOOL-FILENAME      PIC X(40).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-PARAMS              PIC X(20).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM LOAD-RISK-CONFIG
    DISPLAY "--- Early-Alert At-Risk Scoring ---"
    DISPLAY "1. Run the at-risk scoring"
    DISPLAY "2. Set factor weights and band limits"
    DISPLAY "3. Show current weights"
    DISPLAY "Enter choice (1-3): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM RUN-SCORING
        WHEN '2'
            PERFORM SET-WEIGHTS
        WHEN '3'
            PERFORM SHOW-WEIGHTS
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

RUN-SCORING.
    COMPUTE WS-W-TOTAL = WS-W-ATTEND + WS-W-MARKS + WS-W-GRADE
        + WS-W-RETAKE + WS-W-FEES
    IF WS-W-TOTAL = 0
        DISPLAY "All factor weights are zero - nothing to score."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-STUDENTS
    PERFORM LOAD-DEFERRALS
    PERFORM LOAD-ATTENDANCE
    PERFORM LOAD-MARK-STATUS
    PERFORM LOAD-PENDING-MARKS
    PERFORM LOAD-RETAKES
    PERFORM LOAD-FEE-SCHEDULE
    PERFORM LOAD-FEE-LEDGER
    PERFORM LOAD-QUEUED-EVENTS
    IF WS-TOTALS-ROWS = 0
        *> Attendance is not being posted yet this term; scoring
        *> everyone at 0% would swamp the register.
        DISPLAY "No attendance posted - attendance factor left out."
        SUBTRACT WS-W-ATTEND FROM WS-W-TOTAL
        MOVE 0 TO WS-W-ATTEND
        IF WS-W-TOTAL = 0
            DISPLAY "No other factor is weighted - nothing to score."
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE 0 TO WS-SCORED-COUNT
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT
        IF WS-STU-WITHDRAWN(WS-STU-IX) NOT = 'W'
                AND WS-STU-DEFERRED(WS-STU-IX) NOT = 'Y'
            PERFORM SCORE-ONE-STUDENT
            ADD 1 TO WS-SCORED-COUNT
        ELSE
            MOVE SPACES TO WS-STU-BAND(WS-STU-IX)
        END-IF
    END-PERFORM
    PERFORM WRITE-RANKED-REGISTER
    DISPLAY " "
    DISPLAY "Students scored : " WS-SCORED-COUNT
    DISPLAY "HIGH            : " WS-HIGH-COUNT
    DISPLAY "MEDIUM          : " WS-MEDIUM-COUNT
    DISPLAY "LOW             : " WS-LOW-COUNT
    DISPLAY "Alerts queued   : " WS-QUEUED-COUNT
    DISPLAY "Already queued  : " WS-ALREADY-COUNT
    DISPLAY "Register        : at_risk_register.dat"
    DISPLAY "Report          : " FUNCTION TRIM(WS-SPOOL-FILENAME).

SCORE-ONE-STUDENT.
    *> Attendance shortfall.
    PERFORM FIND-STUDENT-SESSIONS
    COMPUTE WS-STU-ATT-PCT(WS-STU-IX) ROUNDED =
        (WS-STU-PRESENT(WS-STU-IX) * 100) / WS-STUDENT-SESSIONS
    IF WS-STU-ATT-PCT(WS-STU-IX) > 100
        MOVE 100 TO WS-STU-ATT-PCT(WS-STU-IX)
    END-IF
    COMPUTE WS-STU-F-ATTEND(WS-STU-IX) =
        100 - WS-STU-ATT-PCT(WS-STU-IX)
    *> Marks outstanding.
    MOVE WS-STU-CODE-PTS(WS-STU-IX) TO WS-FACTOR
    IF WS-STU-PENDING(WS-STU-IX) = 'Y' AND WS-STU-TOTAL(WS-STU-IX) = 0
        ADD 25 TO WS-FACTOR
    END-IF
    IF WS-FACTOR > 100
        MOVE 100 TO WS-FACTOR
    END-IF
    MOVE WS-FACTOR TO WS-STU-F-MARKS(WS-STU-IX)
    *> Last completed semester's grade.
    EVALUATE WS-STU-PRIOR-GRADE(WS-STU-IX)
        WHEN "F "
            MOVE 100 TO WS-STU-F-GRADE(WS-STU-IX)
        WHEN "C "
            MOVE 60 TO WS-STU-F-GRADE(WS-STU-IX)
        WHEN "C+"
            MOVE 40 TO WS-STU-F-GRADE(WS-STU-IX)
        WHEN "B "
            MOVE 20 TO WS-STU-F-GRADE(WS-STU-IX)
        WHEN OTHER
            MOVE 0 TO WS-STU-F-GRADE(WS-STU-IX)
    END-EVALUATE
    *> Retake history.
    COMPUTE WS-FACTOR = WS-STU-RETAKES(WS-STU-IX) * 50
    IF WS-FACTOR > 100
        MOVE 100 TO WS-FACTOR
    END-IF
    MOVE WS-FACTOR TO WS-STU-F-RETAKE(WS-STU-IX)
    *> Fee arrears.
    PERFORM AGE-STUDENT-FEES
    IF WS-SCHEDULED-TOTAL > 0 AND WS-OVERDUE-TOTAL > 0
        COMPUTE WS-FACTOR ROUNDED =
            (WS-OVERDUE-TOTAL * 100) / WS-SCHEDULED-TOTAL
        IF WS-FACTOR > 100
            MOVE 100 TO WS-FACTOR
        END-IF
    ELSE
        MOVE 0 TO WS-FACTOR
    END-IF
    MOVE WS-FACTOR TO WS-STU-F-FEES(WS-STU-IX)
    COMPUTE WS-WEIGHTED =
          WS-STU-F-ATTEND(WS-STU-IX) * WS-W-ATTEND
        + WS-STU-F-MARKS(WS-STU-IX) * WS-W-MARKS
        + WS-STU-F-GRADE(WS-STU-IX) * WS-W-GRADE
        + WS-STU-F-RETAKE(WS-STU-IX) * WS-W-RETAKE
        + WS-STU-F-FEES(WS-STU-IX) * WS-W-FEES
    COMPUTE WS-STU-SCORE(WS-STU-IX) ROUNDED =
        WS-WEIGHTED / WS-W-TOTAL
    EVALUATE TRUE
        WHEN WS-STU-SCORE(WS-STU-IX) >= WS-HIGH-BAND
            MOVE "HIGH" TO WS-STU-BAND(WS-STU-IX)
        WHEN WS-STU-SCORE(WS-STU-IX) >= WS-MEDIUM-BAND
            MOVE "MEDIUM" TO WS-STU-BAND(WS-STU-IX)
        WHEN OTHER
            MOVE "LOW" TO WS-STU-BAND(WS-STU-IX)
    END-EVALUATE.

AGE-STUDENT-FEES.
    *> FEE-AGING's rule: settlements are applied to installments
    *> in due-date order; what is left on a past-due installment is
    *> overdue.
    MOVE 0 TO WS-OVERDUE-TOTAL
    MOVE 0 TO WS-SCHEDULED-TOTAL
    IF WS-STU-INST-COUNT(WS-STU-IX) = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-INST-IX FROM 1 BY 1
            UNTIL WS-INST-IX >= WS-STU-INST-COUNT(WS-STU-IX)
        PERFORM VARYING WS-INST-JX FROM 1 BY 1
                UNTIL WS-INST-JX >= WS-STU-INST-COUNT(WS-STU-IX)
            IF WS-STU-INST-DUE(WS-STU-IX, WS-INST-JX) >
                    WS-STU-INST-DUE(WS-STU-IX, WS-INST-JX + 1)
                MOVE WS-STU-INST-DUE(WS-STU-IX, WS-INST-JX)
                    TO WS-SWAP-DUE
                MOVE WS-STU-INST-AMT(WS-STU-IX, WS-INST-JX)
                    TO WS-SWAP-AMT
                MOVE WS-STU-INST-DUE(WS-STU-IX, WS-INST-JX + 1)
                    TO WS-STU-INST-DUE(WS-STU-IX, WS-INST-JX)
                MOVE WS-STU-INST-AMT(WS-STU-IX, WS-INST-JX + 1)
                    TO WS-STU-INST-AMT(WS-STU-IX, WS-INST-JX)
                MOVE WS-SWAP-DUE
                    TO WS-STU-INST-DUE(WS-STU-IX, WS-INST-JX + 1)
                MOVE WS-SWAP-AMT
                    TO WS-STU-INST-AMT(WS-STU-IX, WS-INST-JX + 1)
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-STU-REFUNDED(WS-STU-IX) < WS-STU-PAID(WS-STU-IX)
        COMPUTE WS-SETTLED-TOTAL = WS-STU-PAID(WS-STU-IX)
            - WS-STU-REFUNDED(WS-STU-IX)
    ELSE
        MOVE 0 TO WS-SETTLED-TOTAL
    END-IF
    MOVE 0 TO WS-CUM-DUE
    PERFORM VARYING WS-INST-IX FROM 1 BY 1
            UNTIL WS-INST-IX > WS-STU-INST-COUNT(WS-STU-IX)
        ADD WS-STU-INST-AMT(WS-STU-IX, WS-INST-IX) TO WS-CUM-DUE
        ADD WS-STU-INST-AMT(WS-STU-IX, WS-INST-IX)
            TO WS-SCHEDULED-TOTAL
        IF WS-STU-INST-DUE(WS-STU-IX, WS-INST-IX) < WS-TODAY
                AND WS-CUM-DUE > WS-SETTLED-TOTAL
            COMPUTE WS-UNPAID = WS-CUM-DUE - WS-SETTLED-TOTAL
            IF WS-UNPAID > WS-STU-INST-AMT(WS-STU-IX, WS-INST-IX)
                MOVE WS-STU-INST-AMT(WS-STU-IX, WS-INST-IX)
                    TO WS-UNPAID
            END-IF
            ADD WS-UNPAID TO WS-OVERDUE-TOTAL
        END-IF
    END-PERFORM.

WRITE-RANKED-REGISTER.
    *> Rank by score, highest first; equal scores keep master order.
    MOVE 0 TO WS-RANK
    MOVE 0 TO WS-HIGH-COUNT
    MOVE 0 TO WS-MEDIUM-COUNT
    MOVE 0 TO WS-LOW-COUNT
    MOVE 0 TO WS-QUEUED-COUNT
    MOVE 0 TO WS-ALREADY-COUNT
    MOVE SPACES TO WS-SPOOL-FILENAME
    STRING "at_risk_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-SPOOL-FILENAME
    OPEN OUTPUT REGISTER-FILE
    OPEN OUTPUT SPOOL-FILE
    PERFORM PRINT-REPORT-HEADING
    MOVE 101 TO WS-SCORE-LEVEL
    PERFORM UNTIL WS-SCORE-LEVEL = 0
        SUBTRACT 1 FROM WS-SCORE-LEVEL
        PERFORM VARYING WS-STU-IX FROM 1 BY 1
                UNTIL WS-STU-IX > WS-STU-COUNT
            IF WS-STU-BAND(WS-STU-IX) NOT = SPACES
                    AND WS-STU-SCORE(WS-STU-IX) = WS-SCORE-LEVEL
                ADD 1 TO WS-RANK
                PERFORM WRITE-REGISTER-ROW
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Scored " WS-SCORED-COUNT "   HIGH " WS-HIGH-COUNT
        "   MEDIUM " WS-MEDIUM-COUNT "   LOW " WS-LOW-COUNT
        "   (LOW band not listed)"
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    CLOSE SPOOL-FILE
    CLOSE REGISTER-FILE
    PERFORM SPOOL-REGISTER-RUN.

WRITE-REGISTER-ROW.
    MOVE SPACES TO REGISTER-RECORD
    MOVE WS-TODAY TO ARR-RUN-DATE
    MOVE WS-RANK TO ARR-RANK
    MOVE WS-STU-ID(WS-STU-IX) TO ARR-STUDENT-ID
    MOVE WS-STU-SEM(WS-STU-IX) TO ARR-SEMESTER
    MOVE WS-STU-SCORE(WS-STU-IX) TO ARR-SCORE
    MOVE WS-STU-BAND(WS-STU-IX) TO ARR-BAND
    MOVE WS-STU-ATT-PCT(WS-STU-IX) TO ARR-ATT-PCT
    MOVE WS-STU-F-ATTEND(WS-STU-IX) TO ARR-F-ATTEND
    MOVE WS-STU-F-MARKS(WS-STU-IX) TO ARR-F-MARKS
    MOVE WS-STU-F-GRADE(WS-STU-IX) TO ARR-F-GRADE
    MOVE WS-STU-F-RETAKE(WS-STU-IX) TO ARR-F-RETAKE
    MOVE WS-STU-F-FEES(WS-STU-IX) TO ARR-F-FEES
    WRITE REGISTER-RECORD
    EVALUATE WS-STU-BAND(WS-STU-IX)
        WHEN "HIGH"
            ADD 1 TO WS-HIGH-COUNT
            PERFORM PRINT-REPORT-ROW
            IF WS-STU-QUEUED(WS-STU-IX) = 'Y'
                ADD 1 TO WS-ALREADY-COUNT
            ELSE
                PERFORM QUEUE-ALERT
                ADD 1 TO WS-QUEUED-COUNT
            END-IF
        WHEN "MEDIUM"
            ADD 1 TO WS-MEDIUM-COUNT
            PERFORM PRINT-REPORT-ROW
        WHEN OTHER
            ADD 1 TO WS-LOW-COUNT
    END-EVALUATE.

PRINT-REPORT-HEADING.
    MOVE SPACES TO SPOOL-LINE
    STRING "EARLY-ALERT AT-RISK REGISTER   RUN " WS-TODAY
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Weights ATT " WS-W-ATTEND " MARKS " WS-W-MARKS
        " GRADE " WS-W-GRADE " RETAKE " WS-W-RETAKE
        " FEES " WS-W-FEES "   Bands HIGH >= " WS-HIGH-BAND
        " MEDIUM >= " WS-MEDIUM-BAND
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE ALL "=" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE "Rank StudentID  Name                           Sem Score Band   Att%  Factors A/M/G/R/F"
        TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE ALL "-" TO SPOOL-LINE
    WRITE SPOOL-LINE.

PRINT-REPORT-ROW.
    IF WS-W-ATTEND = 0
        MOVE " -- " TO WS-ATT-DISP
    ELSE
        MOVE SPACES TO WS-ATT-DISP
        STRING WS-STU-ATT-PCT(WS-STU-IX) "%"
            DELIMITED BY SIZE INTO WS-ATT-DISP
    END-IF
    MOVE SPACES TO SPOOL-LINE
    STRING WS-RANK " " WS-STU-ID(WS-STU-IX) " "
        WS-STU-NAME(WS-STU-IX) " " WS-STU-SEM(WS-STU-IX) "   "
        WS-STU-SCORE(WS-STU-IX) "   " WS-STU-BAND(WS-STU-IX) " "
        WS-ATT-DISP "  "
        WS-STU-F-ATTEND(WS-STU-IX) "/" WS-STU-F-MARKS(WS-STU-IX) "/"
        WS-STU-F-GRADE(WS-STU-IX) "/" WS-STU-F-RETAKE(WS-STU-IX) "/"
        WS-STU-F-FEES(WS-STU-IX)
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE.

QUEUE-ALERT.
    OPEN EXTEND OUTBOX-FILE
    IF FILE-STATUS-OUTBOX NOT = "00"
        OPEN OUTPUT OUTBOX-FILE
    END-IF
    MOVE SPACES TO OUTBOX-RECORD
    MOVE WS-STU-ID(WS-STU-IX) TO NTF-STUDENT-ID
    MOVE "AT-RISK" TO NTF-EVENT-TYPE
    MOVE "ATRISK" TO NTF-TEMPLATE
    MOVE FUNCTION CURRENT-DATE(1:14) TO NTF-TIMESTAMP
    MOVE 'P' TO NTF-DISPATCH
    WRITE OUTBOX-RECORD
    CLOSE OUTBOX-FILE.

SPOOL-REGISTER-RUN.
    *> Same catalogue convention the batch transcript run uses.
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
    MOVE SPACES TO WS-PARAMS
    STRING "HIGH " WS-HIGH-BAND " MED " WS-MEDIUM-BAND
        DELIMITED BY SIZE INTO WS-PARAMS
    MOVE SPACES TO SPOOL-CATALOG-RECORD
    MOVE WS-SPOOL-RUN TO SPL-RUN-NUMBER
    MOVE "RISK-SCORE" TO SPL-REPORT-ID
    MOVE WS-PARAMS TO SPL-PARAMS
    MOVE "BATCH" TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-SPOOL-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.

SET-WEIGHTS.
    DISPLAY "Enter each weight 0-100 (Enter keeps the current value)."
    DISPLAY "Attendance weight [" WS-W-ATTEND "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-W-ATTEND
    END-IF
    DISPLAY "Marks outstanding weight [" WS-W-MARKS "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-W-MARKS
    END-IF
    DISPLAY "Prior grade weight [" WS-W-GRADE "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-W-GRADE
    END-IF
    DISPLAY "Retake history weight [" WS-W-RETAKE "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-W-RETAKE
    END-IF
    DISPLAY "Fee arrears weight [" WS-W-FEES "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-W-FEES
    END-IF
    DISPLAY "HIGH band from score [" WS-HIGH-BAND "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-HIGH-BAND
    END-IF
    DISPLAY "MEDIUM band from score [" WS-MEDIUM-BAND "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-MEDIUM-BAND
    END-IF
    IF WS-MEDIUM-BAND > WS-HIGH-BAND
        DISPLAY "MEDIUM limit cannot be above HIGH - not saved."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT RISK-CONFIG-FILE
    MOVE WS-W-ATTEND TO RSK-W-ATTEND
    MOVE WS-W-MARKS TO RSK-W-MARKS
    MOVE WS-W-GRADE TO RSK-W-GRADE
    MOVE WS-W-RETAKE TO RSK-W-RETAKE
    MOVE WS-W-FEES TO RSK-W-FEES
    MOVE WS-HIGH-BAND TO RSK-HIGH-BAND
    MOVE WS-MEDIUM-BAND TO RSK-MEDIUM-BAND
    WRITE RISK-CONFIG-RECORD
    CLOSE RISK-CONFIG-FILE
    DISPLAY "Weights saved."
    PERFORM SHOW-WEIGHTS.

SHOW-WEIGHTS.
    DISPLAY "Attendance  : " WS-W-ATTEND
    DISPLAY "Marks       : " WS-W-MARKS
    DISPLAY "Prior grade : " WS-W-GRADE
    DISPLAY "Retakes     : " WS-W-RETAKE
    DISPLAY "Fee arrears : " WS-W-FEES
    DISPLAY "HIGH band   : score >= " WS-HIGH-BAND
    DISPLAY "MEDIUM band : score >= " WS-MEDIUM-BAND.

LOAD-RISK-CONFIG.
    OPEN INPUT RISK-CONFIG-FILE
    IF FILE-STATUS-RISK-CONFIG = "00"
        READ RISK-CONFIG-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE RSK-W-ATTEND TO WS-W-ATTEND
                MOVE RSK-W-MARKS TO WS-W-MARKS
                MOVE RSK-W-GRADE TO WS-W-GRADE
                MOVE RSK-W-RETAKE TO WS-W-RETAKE
                MOVE RSK-W-FEES TO WS-W-FEES
                IF RSK-HIGH-BAND > 0
                    MOVE RSK-HIGH-BAND TO WS-HIGH-BAND
                END-IF
                IF RSK-MEDIUM-BAND > 0
                    MOVE RSK-MEDIUM-BAND TO WS-MEDIUM-BAND
                END-IF
        END-READ
        CLOSE RISK-CONFIG-FILE
    END-IF.

LOAD-ATTENDANCE.
    OPEN INPUT WARN-CONFIG-FILE
    IF FILE-STATUS-CONFIG = "00"
        READ WARN-CONFIG-FILE
            AT END
                CONTINUE
            NOT AT END
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
    MOVE 0 TO WS-TOTALS-ROWS
    MOVE 'N' TO WS-EOF
    OPEN INPUT TOTALS-FILE
    IF FILE-STATUS-TOTALS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ TOTALS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-TOTALS-ROWS
                MOVE TOT-STUDENT-ID TO WS-CUR-ID
                PERFORM FIND-STUDENT
                IF WS-STU-HIT > 0
                    MOVE TOT-PRESENT-COUNT
                        TO WS-STU-PRESENT(WS-STU-HIT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-TOTALS NOT = "35"
        CLOSE TOTALS-FILE
    END-IF.

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
        IF WS-EXC-ID(WS-EXC-SCAN) = WS-STU-ID(WS-STU-IX)
            MOVE WS-EXC-SESSIONS(WS-EXC-SCAN) TO WS-EXCUSED
        END-IF
    END-PERFORM
    IF WS-EXCUSED < WS-SESSIONS-HELD
        COMPUTE WS-STUDENT-SESSIONS = WS-SESSIONS-HELD - WS-EXCUSED
    ELSE
        MOVE 1 TO WS-STUDENT-SESSIONS
    END-IF.

LOAD-MARK-STATUS.
    MOVE 'N' TO WS-EOF
    OPEN INPUT MARK-STATUS-FILE
    IF FILE-STATUS-MARK-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ MARK-STATUS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE MST-STUDENT-ID TO WS-CUR-ID
                PERFORM FIND-STUDENT
                IF WS-STU-HIT > 0
                    EVALUATE MST-CODE
                        WHEN 'A'
                        WHEN 'M'
                            ADD 50 TO WS-STU-CODE-PTS(WS-STU-HIT)
                        WHEN 'D'
                            ADD 25 TO WS-STU-CODE-PTS(WS-STU-HIT)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    IF WS-STU-CODE-PTS(WS-STU-HIT) > 100
                        MOVE 100 TO WS-STU-CODE-PTS(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-MARK-STATUS NOT = "35"
        CLOSE MARK-STATUS-FILE
    END-IF.

LOAD-PENDING-MARKS.
    *> A current-semester submission still awaiting approval (P) or
    *> sent back (R) means the student has no mark on the master yet.
    MOVE 'N' TO WS-EOF
    OPEN INPUT PENDING-MARKS-FILE
    IF FILE-STATUS-PENDING NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PENDING-MARKS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE PEND-STUDENT-ID TO WS-CUR-ID
                PERFORM FIND-STUDENT
                IF WS-STU-HIT > 0
                    IF PEND-SEMESTER = WS-STU-SEM(WS-STU-HIT)
                            AND (PEND-STATUS = 'P' OR PEND-STATUS = 'R')
                        MOVE 'Y' TO WS-STU-PENDING(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PENDING NOT = "35"
        CLOSE PENDING-MARKS-FILE
    END-IF.

LOAD-RETAKES.
    MOVE 'N' TO WS-EOF
    OPEN INPUT RETAKE-HISTORY-FILE
    IF FILE-STATUS-RETAKE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ RETAKE-HISTORY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE RETAKE-HISTORY-RECORD(1:10) TO WS-CUR-ID
                PERFORM FIND-STUDENT
                IF WS-STU-HIT > 0
                    IF WS-STU-RETAKES(WS-STU-HIT) < 99
                        ADD 1 TO WS-STU-RETAKES(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-RETAKE NOT = "35"
        CLOSE RETAKE-HISTORY-FILE
    END-IF.

LOAD-FEE-SCHEDULE.
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
                MOVE SCH-STUDENT-ID TO WS-CUR-ID
                PERFORM FIND-STUDENT
                IF WS-STU-HIT > 0
                    IF WS-STU-INST-COUNT(WS-STU-HIT) < 12
                        ADD 1 TO WS-STU-INST-COUNT(WS-STU-HIT)
                        MOVE WS-STU-INST-COUNT(WS-STU-HIT)
                            TO WS-INST-IX
                        MOVE SCH-DUE-DATE
                            TO WS-STU-INST-DUE(WS-STU-HIT, WS-INST-IX)
                        MOVE SCH-AMOUNT
                            TO WS-STU-INST-AMT(WS-STU-HIT, WS-INST-IX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SCHEDULE NOT = "35"
        CLOSE SCHEDULE-FILE
    END-IF.

LOAD-FEE-LEDGER.
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
                MOVE FEE-STUDENT-ID TO WS-CUR-ID
                PERFORM FIND-STUDENT
                IF WS-STU-HIT > 0
                    IF FEE-IS-PAYMENT OR (FEE-IS-WAIVER
                            AND FEE-DESCRIPTION(1:7) = "WAIVER ")
                        ADD FEE-AMOUNT TO WS-STU-PAID(WS-STU-HIT)
                    END-IF
                    IF FEE-IS-REFUND OR FEE-IS-REVERSAL
                        ADD FEE-AMOUNT TO WS-STU-REFUNDED(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF.

LOAD-DEFERRALS.
    MOVE 'N' TO WS-EOF
    OPEN INPUT DEFERRAL-FILE
    IF FILE-STATUS-DEFERRAL NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DEFERRAL-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DEFERRAL-ACTIVE
                    MOVE DFR-STUDENT-ID TO WS-CUR-ID
                    PERFORM FIND-STUDENT
                    IF WS-STU-HIT > 0
                        MOVE 'Y' TO WS-STU-DEFERRED(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DEFERRAL NOT = "35"
        CLOSE DEFERRAL-FILE
    END-IF.

LOAD-QUEUED-EVENTS.
    *> One alert per student while the last one is still waiting
    *> for the gateway, as ATTEND-WARN does.
    MOVE 'N' TO WS-EOF
    OPEN INPUT OUTBOX-FILE
    IF FILE-STATUS-OUTBOX NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ OUTBOX-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF NTF-EVENT-TYPE = "AT-RISK"
                        AND (NTF-DISPATCH = 'P' OR NTF-DISPATCH = 'F')
                    MOVE NTF-STUDENT-ID TO WS-CUR-ID
                    PERFORM FIND-STUDENT
                    IF WS-STU-HIT > 0
                        MOVE 'Y' TO WS-STU-QUEUED(WS-STU-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-OUTBOX NOT = "35"
        CLOSE OUTBOX-FILE
    END-IF.

FIND-STUDENT.
    MOVE 0 TO WS-STU-HIT
    PERFORM VARYING WS-STU-IX FROM 1 BY 1
            UNTIL WS-STU-IX > WS-STU-COUNT OR WS-STU-HIT > 0
        IF WS-STU-ID(WS-STU-IX) = WS-CUR-ID
            MOVE WS-STU-IX TO WS-STU-HIT
        END-IF
    END-PERFORM.

LOAD-STUDENTS.
    MOVE 0 TO WS-STU-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM1 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID1 TO WS-CUR-ID
                MOVE STUDENT-NAME1 TO WS-CUR-NAME
                MOVE 1 TO WS-CUR-SEM
                MOVE TOTAL-MARKS1 TO WS-CUR-TOTAL
                MOVE GRADE1 TO WS-CUR-GRADE
                MOVE WITHDRAWN1 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM1
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM2 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID2 TO WS-CUR-ID
                MOVE STUDENT-NAME2 TO WS-CUR-NAME
                MOVE 2 TO WS-CUR-SEM
                MOVE TOTAL-MARKS2 TO WS-CUR-TOTAL
                MOVE GRADE2 TO WS-CUR-GRADE
                MOVE WITHDRAWN2 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM2
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM3 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID3 TO WS-CUR-ID
                MOVE STUDENT-NAME3 TO WS-CUR-NAME
                MOVE 3 TO WS-CUR-SEM
                MOVE TOTAL-MARKS3 TO WS-CUR-TOTAL
                MOVE GRADE3 TO WS-CUR-GRADE
                MOVE WITHDRAWN3 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM3
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STUDENT-FILE-SEM4 NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE STUDENT-ID4 TO WS-CUR-ID
                MOVE STUDENT-NAME4 TO WS-CUR-NAME
                MOVE 4 TO WS-CUR-SEM
                MOVE TOTAL-MARKS4 TO WS-CUR-TOTAL
                MOVE GRADE4 TO WS-CUR-GRADE
                MOVE WITHDRAWN4 TO WS-CUR-WITHDRAWN
                PERFORM POST-STUDENT
        END-READ
    END-PERFORM
    IF WS-MASTER-STATUS NOT = "35"
        CLOSE STUDENT-FILE-SEM4
    END-IF
    MOVE 'N' TO WS-EOF.

POST-STUDENT.
    *> Masters are read semester 1 to 4, so the grade already held
    *> when a later semester is posted is the last completed one.
    PERFORM FIND-STUDENT
    IF WS-STU-HIT = 0
        IF WS-STU-COUNT >= 3000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STU-COUNT
        MOVE WS-STU-COUNT TO WS-STU-HIT
        INITIALIZE WS-STU-ENTRY(WS-STU-HIT)
        MOVE WS-CUR-ID TO WS-STU-ID(WS-STU-HIT)
        MOVE SPACES TO WS-STU-GRADE(WS-STU-HIT)
    END-IF
    MOVE WS-STU-GRADE(WS-STU-HIT) TO WS-STU-PRIOR-GRADE(WS-STU-HIT)
    MOVE WS-CUR-NAME TO WS-STU-NAME(WS-STU-HIT)
    MOVE WS-CUR-SEM TO WS-STU-SEM(WS-STU-HIT)
    MOVE WS-CUR-TOTAL TO WS-STU-TOTAL(WS-STU-HIT)
    MOVE WS-CUR-GRADE TO WS-STU-GRADE(WS-STU-HIT)
    MOVE WS-CUR-WITHDRAWN TO WS-STU-WITHDRAWN(WS-STU-HIT).
