IDENTIFICATION DIVISION.
PROGRAM-ID. GUARDIAN-REPORT.

*> Guardian term progress report run. Twice a term (mid-term 'M'
*> and end-of-term 'E') this batch prints one progress report per
*> active student who has a guardian on student_profile.dat,
*> addressed to PRF-GUARDIAN-NAME at the profile address, for the
*> chosen semester and (optionally) one section. Each report shows
*>   - attendance for the term, from attendance_totals.dat against
*>     the sessions held (same basis as ATTEND-WARN);
*>   - the marks published so far, semester by semester up to the
*>     one chosen - a semester still under the publication embargo
*>     prints "results pending" and nothing else, and special-
*>     consideration codes print their code word, never 000;
*>   - the outcome of every decided appeal (upheld / rejected);
*>   - the current fee balance (charges + refunds + reversals less
*>     payments and waivers, as FEE-LEDGER computes it);
*>   - a standing note: dean's list, academic probation and any
*>     open discipline case (conduct hold). Dean's list and
*>     probation entries for an embargoed semester are not shown.
*> Reports are sorted into postcode order (the last word of the
*> address) for mailing; students with no address on file come
*> last so the office can chase them. The spool is catalogued as
*> GUARDIAN-REPORT, and where a guardian phone is held a short
*> GUARDIAN-RPT "report issued" event is queued on the outbox.
*> Deferred (WITHDRAWN 'D') and withdrawn students are skipped.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PUBLICATION-FILE ASSIGN TO "publication_status.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PUBLICATION.
    SELECT PROFILE-FILE ASSIGN TO "student_profile.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PROFILE.
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
    SELECT MARK-STATUS-FILE ASSIGN TO "mark_status.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-MARK-STATUS.
    SELECT APPEALS-FILE ASSIGN TO "appeals_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-APPEALS.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT DEANS-LIST-FILE ASSIGN TO "deans_list.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STANDING.
    SELECT PROBATION-FILE ASSIGN TO "probation_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STANDING.
    SELECT DISCIPLINE-FILE ASSIGN TO "discipline_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DISCIPLINE.
    SELECT OUTBOX-FILE ASSIGN TO "notify_outbox.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-OUTBOX.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.
    SELECT GRD-SORT-WORK ASSIGN TO "GRDSORT".
    SELECT GRD-SORTED-FILE ASSIGN TO "guardian_sort.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
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
FD  PUBLICATION-FILE.
01  PUBLICATION-RECORD.
    05  PUB-SEMESTER       PIC 9.
    05  PUB-STATUS         PIC X.
    05  PUB-DATE           PIC X(8).

FD  PROFILE-FILE.
01  PROFILE-RECORD.
    05  PRF-STUDENT-ID     PIC X(10).
    05  PRF-NAME           PIC X(30).
    05  PRF-DOB            PIC X(8).
    05  PRF-PHONE          PIC X(15).
    05  PRF-EMAIL          PIC X(30).
    05  PRF-ADDRESS        PIC X(40).
    05  PRF-GUARDIAN-NAME  PIC X(30).
    05  PRF-GUARDIAN-PHONE PIC X(15).

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

FD  MARK-STATUS-FILE.
01  MARK-STATUS-RECORD.
    05  MST-STUDENT-ID     PIC X(10).
    05  MST-SEMESTER       PIC 9.
    05  MST-SUBJECT-IX     PIC 9.
    05  MST-CODE           PIC X.
    05  MST-NOTE           PIC X(20).

FD  APPEALS-FILE.
01  APPEAL-RECORD.
    05  APL-NUMBER         PIC 9(4).
    05  APL-STUDENT-ID     PIC X(10).
    05  APL-SEMESTER       PIC 9.
    05  APL-SUBJECT-CODE   PIC X(10).
    05  APL-REASON         PIC X(30).
    05  APL-FEE-PAID       PIC X.
    05  APL-STATUS         PIC X.
        88  APPEAL-UPHELD       VALUE 'H'.
        88  APPEAL-REJECTED     VALUE 'J'.
    05  APL-FILED-DATE     PIC X(8).
    05  APL-RESOLVED-DATE  PIC X(8).

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
        88  FEE-IS-CHARGE   VALUE 'C'.
        88  FEE-IS-WAIVER   VALUE 'W'.
        88  FEE-IS-REFUND   VALUE 'R'.
        88  FEE-IS-REVERSAL VALUE 'V'.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  DEANS-LIST-FILE.
01  DEANS-LIST-RECORD.
    05  DL-SEMESTER        PIC 9.
    05  DL-STUDENT-ID      PIC X(10).
    05  DL-NAME            PIC X(30).
    05  DL-TOTAL           PIC 9(3).
    05  DL-DATE            PIC X(8).

FD  PROBATION-FILE.
01  PROBATION-RECORD.
    05  PR-SEMESTER        PIC 9.
    05  PR-STUDENT-ID      PIC X(10).
    05  PR-NAME            PIC X(30).
    05  PR-TOTAL           PIC 9(3).
    05  PR-REASON          PIC X(12).
    05  PR-DATE            PIC X(8).

FD  DISCIPLINE-FILE.
01  DISCIPLINE-RECORD.
    05  DSC-CASE-NO        PIC 9(5).
    05  DSC-STUDENT-ID     PIC X(10).
    05  DSC-CATEGORY       PIC X(15).
    05  DSC-STATUS         PIC X.
        88  CASE-OPEN       VALUE 'O'.
    05  DSC-SANCTION       PIC X(25).
    05  DSC-ANNOTATE       PIC X.
    05  DSC-DECIDED-BY     PIC X(10).
    05  DSC-OPEN-DATE      PIC X(8).
    05  DSC-DECIDED-DATE   PIC X(8).

FD  OUTBOX-FILE.
01  OUTBOX-RECORD.
    05  NTF-STUDENT-ID     PIC X(10).
    05  NTF-EVENT-TYPE     PIC X(12).
    05  NTF-TEMPLATE       PIC X(8).
    05  NTF-TIMESTAMP      PIC X(14).
    05  NTF-DISPATCH       PIC X.

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

FD  SPOOL-FILE.
01  SPOOL-LINE             PIC X(80).

FD  SPOOL-CATALOG-FILE.
01  SPOOL-CATALOG-RECORD.
    05  SPL-RUN-NUMBER     PIC 9(5).
    05  SPL-REPORT-ID      PIC X(20).
    05  SPL-PARAMS         PIC X(20).
    05  SPL-STAFF-ID       PIC X(10).
    05  SPL-TIMESTAMP      PIC X(14).
    05  SPL-FILENAME       PIC X(30).

SD  GRD-SORT-WORK.
01  GRD-SORT-RECORD.
    05  GSR-NO-ADDRESS     PIC X.
    05  GSR-POSTCODE       PIC X(10).
    05  GSR-STUDENT-ID     PIC X(10).
    05  GSR-STUDENT-NAME   PIC X(30).
    05  GSR-GUARDIAN-NAME  PIC X(30).
    05  GSR-GUARDIAN-PHONE PIC X(15).
    05  GSR-ADDRESS        PIC X(40).

FD  GRD-SORTED-FILE.
01  GRD-SORTED-RECORD.
    05  GSF-NO-ADDRESS     PIC X.
    05  GSF-POSTCODE       PIC X(10).
    05  GSF-STUDENT-ID     PIC X(10).
    05  GSF-STUDENT-NAME   PIC X(30).
    05  GSF-GUARDIAN-NAME  PIC X(30).
    05  GSF-GUARDIAN-PHONE PIC X(15).
    05  GSF-ADDRESS        PIC X(40).

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  STUDENT-NAME1      PIC X(30).
    05  STUDENT-SUBJECTS1.
        10  MARK1-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS1       PIC 9(3).
    05  GRADE1             PIC X(2).
    05  ATTENDANCE1        PIC 9(3).
    05  WITHDRAWN1         PIC X.
    05  ELECTIVE-CODE1     PIC X(10).
    05  MARK1-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1   PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  STUDENT-SUBJECTS2.
        10  MARK2-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS2       PIC 9(3).
    05  GRADE2             PIC X(2).
    05  WITHDRAWN2         PIC X.
    05  ELECTIVE-CODE2     PIC X(10).
    05  MARK2-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2   PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  STUDENT-SUBJECTS3.
        10  MARK3-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS3       PIC 9(3).
    05  GRADE3             PIC X(2).
    05  WITHDRAWN3         PIC X.
    05  ELECTIVE-CODE3     PIC X(10).
    05  MARK3-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3   PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  STUDENT-SUBJECTS4.
        10  MARK4-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS4       PIC 9(3).
    05  GRADE4             PIC X(2).
    05  WITHDRAWN4         PIC X.
    05  ELECTIVE-CODE4     PIC X(10).
    05  MARK4-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4   PIC X(3).

WORKING-STORAGE SECTION.
01  FILE-STATUS-PUBLICATION PIC XX.
01  FILE-STATUS-PROFILE    PIC XX.
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
01  FILE-STATUS-MARK-STATUS PIC XX.
01  FILE-STATUS-APPEALS    PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-STANDING   PIC XX.
01  FILE-STATUS-DISCIPLINE PIC XX.
01  FILE-STATUS-OUTBOX     PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-SORT-EOF            PIC X VALUE 'N'.
01  WS-PROFILE-EOF         PIC X VALUE 'N'.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-STAFF-ID            PIC X(10).
01  WS-SEMESTER            PIC 9.
01  WS-REPORT-TYPE         PIC X.
    88  REPORT-MID-TERM     VALUE 'M'.
    88  REPORT-END-OF-TERM  VALUE 'E'.
01  WS-REPORT-TITLE        PIC X(11).
01  WS-SECTION-WANTED      PIC X.
01  WS-SPOOL-FILENAME      PIC X(40).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-PARAMS              PIC X(20).
01  WS-TODAY               PIC X(8).
01  WS-PUB-TABLE.
    05  WS-PUB-OK          OCCURS 4 TIMES PIC X.
01  WS-SEM-IX              PIC 9.
01  WS-SUBJ-IX             PIC 9.
01  WS-SCHEDULED-SESSIONS  PIC 9(4) VALUE 0.
01  WS-SESSIONS-HELD       PIC 9(4) VALUE 0.
01  WS-REPORT-COUNT        PIC 9(5) VALUE 0.
01  WS-NO-ADDRESS-COUNT    PIC 9(5) VALUE 0.
01  WS-QUEUED-COUNT        PIC 9(5) VALUE 0.

*> Selection of one profile row against the chosen master.
01  WS-SELECT-OK           PIC X.
01  WS-MASTER-NAME         PIC X(30).
01  WS-ADDR-LEN            PIC 9(2).
01  WS-ADDR-POS            PIC 9(2).

*> The student being reported on.
01  WS-CUR-ID              PIC X(10).
01  WS-FOUND               PIC X.
01  WS-CUR-MARKS.
    05  WS-CUR-MARK        OCCURS 6 TIMES PIC 9(3).
01  WS-CUR-TOTAL           PIC 9(3).
01  WS-CUR-GRADE           PIC X(2).
01  WS-CUR-ELECTIVE        PIC X(10).
01  WS-CUR-ELEC-MARK       PIC 9(3).
01  WS-CODE-TABLE.
    05  WS-CODE-WORD       OCCURS 6 TIMES PIC X(8).
01  WS-PRESENT             PIC 9(4).
01  WS-ATT-FOUND           PIC X.
01  WS-ATT-PCT             PIC 9(3).
01  WS-APPEAL-COUNT        PIC 9(3).
01  WS-OUTCOME-WORD        PIC X(8).
01  WS-CHARGE-TOTAL        PIC 9(9)V99.
01  WS-CREDIT-TOTAL        PIC 9(9)V99.
01  WS-BALANCE             PIC S9(9)V99.
01  WS-BALANCE-DISP        PIC -(8)9.99.
01  WS-DEANS-SEM           PIC 9.
01  WS-PROBATION-SEM       PIC 9.
01  WS-PROBATION-REASON    PIC X(12).
01  WS-CONDUCT-HOLD        PIC X.
01  WS-NOTE-COUNT          PIC 9.
01  WS-MARK-LINE           PIC X(80).
01  WS-MARK-PTR            PIC 9(3).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "===== Guardian Progress Reports ====="
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "Select Semester (1-4): "
    ACCEPT WS-SEMESTER
    IF WS-SEMESTER < 1 OR WS-SEMESTER > 4
        DISPLAY "Semester must be 1-4."
        STOP RUN
    END-IF
    DISPLAY "Report (M=Mid-term, E=End-of-term): "
    ACCEPT WS-REPORT-TYPE
    MOVE FUNCTION UPPER-CASE(WS-REPORT-TYPE) TO WS-REPORT-TYPE
    EVALUATE TRUE
        WHEN REPORT-MID-TERM
            MOVE "MID-TERM" TO WS-REPORT-TITLE
        WHEN REPORT-END-OF-TERM
            MOVE "END-OF-TERM" TO WS-REPORT-TITLE
        WHEN OTHER
            DISPLAY "Report must be M or E."
            STOP RUN
    END-EVALUATE
    DISPLAY "Select Section (A-D, Enter for all): "
    ACCEPT WS-SECTION-WANTED
    MOVE FUNCTION UPPER-CASE(WS-SECTION-WANTED)
        TO WS-SECTION-WANTED
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM CHECK-PUBLICATION
    PERFORM LOAD-SESSIONS-HELD
    MOVE SPACES TO WS-SPOOL-FILENAME
    STRING "guardian_s" WS-SEMESTER "_"
        WS-REPORT-TYPE "_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-SPOOL-FILENAME

    SORT GRD-SORT-WORK
        ON ASCENDING KEY GSR-NO-ADDRESS GSR-POSTCODE
            GSR-STUDENT-ID
        INPUT PROCEDURE SELECT-GUARDIAN-STUDENTS
        GIVING GRD-SORTED-FILE

    OPEN OUTPUT SPOOL-FILE
    OPEN INPUT STUDENT-FILE-SEM1
    OPEN INPUT STUDENT-FILE-SEM2
    OPEN INPUT STUDENT-FILE-SEM3
    OPEN INPUT STUDENT-FILE-SEM4
    OPEN INPUT GRD-SORTED-FILE
    MOVE 'N' TO WS-SORT-EOF
    PERFORM UNTIL WS-SORT-EOF = 'Y'
        READ GRD-SORTED-FILE
            AT END
                MOVE 'Y' TO WS-SORT-EOF
            NOT AT END
                PERFORM PRINT-ONE-REPORT
        END-READ
    END-PERFORM
    CLOSE GRD-SORTED-FILE
    CLOSE STUDENT-FILE-SEM1
    CLOSE STUDENT-FILE-SEM2
    CLOSE STUDENT-FILE-SEM3
    CLOSE STUDENT-FILE-SEM4
    CLOSE SPOOL-FILE
    CALL "CBL_DELETE_FILE" USING "guardian_sort.dat"
    PERFORM SPOOL-REGISTER-RUN
    PERFORM LOG-REPORT-RUN
    DISPLAY WS-REPORT-COUNT " report(s) written to "
        FUNCTION TRIM(WS-SPOOL-FILENAME)
    DISPLAY WS-NO-ADDRESS-COUNT " with no address on file (printed last)."
    DISPLAY WS-QUEUED-COUNT " guardian notification(s) queued."
    STOP RUN.

CHECK-PUBLICATION.
    *> Missing status file means everything is published - the
    *> same default the kiosk and transcripts apply.
    MOVE "YYYY" TO WS-PUB-TABLE
    MOVE 'N' TO WS-EOF
    OPEN INPUT PUBLICATION-FILE
    IF FILE-STATUS-PUBLICATION NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PUBLICATION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PUB-SEMESTER >= 1 AND PUB-SEMESTER <= 4
                        AND PUB-STATUS NOT = 'P'
                    MOVE 'N' TO WS-PUB-OK(PUB-SEMESTER)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PUBLICATION NOT = "35"
        CLOSE PUBLICATION-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

LOAD-SESSIONS-HELD.
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
    PERFORM LOAD-EXCUSALS.

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
        IF WS-EXC-ID(WS-EXC-SCAN) = WS-CUR-ID
            MOVE WS-EXC-SESSIONS(WS-EXC-SCAN) TO WS-EXCUSED
        END-IF
    END-PERFORM
    IF WS-EXCUSED < WS-SESSIONS-HELD
        COMPUTE WS-STUDENT-SESSIONS = WS-SESSIONS-HELD - WS-EXCUSED
    ELSE
        MOVE 1 TO WS-STUDENT-SESSIONS
    END-IF.

SELECT-GUARDIAN-STUDENTS.
    *> Every profile row with a guardian is checked against the
    *> chosen semester's master; only active students in the
    *> section asked for are released to the sort.
    EVALUATE WS-SEMESTER
        WHEN 1
            OPEN INPUT STUDENT-FILE-SEM1
        WHEN 2
            OPEN INPUT STUDENT-FILE-SEM2
        WHEN 3
            OPEN INPUT STUDENT-FILE-SEM3
        WHEN OTHER
            OPEN INPUT STUDENT-FILE-SEM4
    END-EVALUATE
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "Semester " WS-SEMESTER " master not available."
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-PROFILE-EOF
    OPEN INPUT PROFILE-FILE
    IF FILE-STATUS-PROFILE NOT = "00"
        DISPLAY "No student profiles on file - no guardians to write to."
        MOVE 'Y' TO WS-PROFILE-EOF
    END-IF
    PERFORM UNTIL WS-PROFILE-EOF = 'Y'
        READ PROFILE-FILE
            AT END
                MOVE 'Y' TO WS-PROFILE-EOF
            NOT AT END
                IF PRF-GUARDIAN-NAME NOT = SPACES
                    PERFORM CHECK-ON-MASTER
                    IF WS-SELECT-OK = 'Y'
                        PERFORM RELEASE-GUARDIAN-ENTRY
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROFILE NOT = "35"
        CLOSE PROFILE-FILE
    END-IF
    EVALUATE WS-SEMESTER
        WHEN 1
            CLOSE STUDENT-FILE-SEM1
        WHEN 2
            CLOSE STUDENT-FILE-SEM2
        WHEN 3
            CLOSE STUDENT-FILE-SEM3
        WHEN OTHER
            CLOSE STUDENT-FILE-SEM4
    END-EVALUATE.

CHECK-ON-MASTER.
    MOVE 'N' TO WS-SELECT-OK
    EVALUATE WS-SEMESTER
        WHEN 1
            MOVE PRF-STUDENT-ID TO STUDENT-ID1
            READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WITHDRAWN1 NOT = 'W' AND WITHDRAWN1 NOT = 'D'
                            AND (WS-SECTION-WANTED = SPACE
                                OR SECTION1 = WS-SECTION-WANTED)
                        MOVE 'Y' TO WS-SELECT-OK
                        MOVE STUDENT-NAME1 TO WS-MASTER-NAME
                    END-IF
            END-READ
        WHEN 2
            MOVE PRF-STUDENT-ID TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WITHDRAWN2 NOT = 'W' AND WITHDRAWN2 NOT = 'D'
                            AND (WS-SECTION-WANTED = SPACE
                                OR SECTION2 = WS-SECTION-WANTED)
                        MOVE 'Y' TO WS-SELECT-OK
                        MOVE STUDENT-NAME2 TO WS-MASTER-NAME
                    END-IF
            END-READ
        WHEN 3
            MOVE PRF-STUDENT-ID TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WITHDRAWN3 NOT = 'W' AND WITHDRAWN3 NOT = 'D'
                            AND (WS-SECTION-WANTED = SPACE
                                OR SECTION3 = WS-SECTION-WANTED)
                        MOVE 'Y' TO WS-SELECT-OK
                        MOVE STUDENT-NAME3 TO WS-MASTER-NAME
                    END-IF
            END-READ
        WHEN OTHER
            MOVE PRF-STUDENT-ID TO STUDENT-ID4
            READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WITHDRAWN4 NOT = 'W' AND WITHDRAWN4 NOT = 'D'
                            AND (WS-SECTION-WANTED = SPACE
                                OR SECTION4 = WS-SECTION-WANTED)
                        MOVE 'Y' TO WS-SELECT-OK
                        MOVE STUDENT-NAME4 TO WS-MASTER-NAME
                    END-IF
            END-READ
    END-EVALUATE.

RELEASE-GUARDIAN-ENTRY.
    *> The postcode is taken as the last word of the address.
    MOVE SPACES TO GRD-SORT-RECORD
    MOVE PRF-STUDENT-ID TO GSR-STUDENT-ID
    MOVE WS-MASTER-NAME TO GSR-STUDENT-NAME
    MOVE PRF-GUARDIAN-NAME TO GSR-GUARDIAN-NAME
    MOVE PRF-GUARDIAN-PHONE TO GSR-GUARDIAN-PHONE
    MOVE PRF-ADDRESS TO GSR-ADDRESS
    IF PRF-ADDRESS = SPACES
        MOVE '1' TO GSR-NO-ADDRESS
    ELSE
        MOVE '0' TO GSR-NO-ADDRESS
        MOVE FUNCTION LENGTH(FUNCTION TRIM(PRF-ADDRESS TRAILING))
            TO WS-ADDR-LEN
        MOVE WS-ADDR-LEN TO WS-ADDR-POS
        PERFORM UNTIL WS-ADDR-POS = 0
                OR PRF-ADDRESS(WS-ADDR-POS:1) = SPACE
            SUBTRACT 1 FROM WS-ADDR-POS
        END-PERFORM
        MOVE PRF-ADDRESS(WS-ADDR-POS + 1:WS-ADDR-LEN - WS-ADDR-POS)
            TO GSR-POSTCODE
        MOVE FUNCTION UPPER-CASE(GSR-POSTCODE) TO GSR-POSTCODE
    END-IF
    RELEASE GRD-SORT-RECORD.

PRINT-ONE-REPORT.
    MOVE GSF-STUDENT-ID TO WS-CUR-ID
    ADD 1 TO WS-REPORT-COUNT
    IF GSF-NO-ADDRESS = '1'
        ADD 1 TO WS-NO-ADDRESS-COUNT
    END-IF
    MOVE "==============================================" TO
        SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "To: " GSF-GUARDIAN-NAME
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    IF GSF-NO-ADDRESS = '1'
        MOVE "    ** NO ADDRESS ON FILE **" TO SPOOL-LINE
    ELSE
        STRING "    " GSF-ADDRESS
            DELIMITED BY SIZE INTO SPOOL-LINE
    END-IF
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING WS-REPORT-TITLE " PROGRESS REPORT - SEMESTER "
        WS-SEMESTER "      " WS-TODAY
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Student: " WS-CUR-ID "  " GSF-STUDENT-NAME
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    PERFORM PRINT-ATTENDANCE
    PERFORM PRINT-PUBLISHED-MARKS
    PERFORM PRINT-APPEAL-OUTCOMES
    PERFORM PRINT-FEE-BALANCE
    PERFORM PRINT-STANDING-NOTE
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    IF GSF-GUARDIAN-PHONE NOT = SPACES
        PERFORM QUEUE-REPORT-ISSUED
    END-IF.

PRINT-ATTENDANCE.
    MOVE 'N' TO WS-ATT-FOUND
    MOVE 0 TO WS-PRESENT
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
                IF TOT-STUDENT-ID = WS-CUR-ID
                    MOVE 'Y' TO WS-ATT-FOUND
                    MOVE TOT-PRESENT-COUNT TO WS-PRESENT
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-TOTALS NOT = "35"
        CLOSE TOTALS-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    MOVE SPACES TO SPOOL-LINE
    IF WS-ATT-FOUND = 'Y'
        PERFORM FIND-STUDENT-SESSIONS
        COMPUTE WS-ATT-PCT ROUNDED =
            (WS-PRESENT * 100) / WS-STUDENT-SESSIONS
        IF WS-ATT-PCT > 100
            MOVE 100 TO WS-ATT-PCT
        END-IF
        STRING "Attendance this term : " WS-ATT-PCT "% ("
            WS-PRESENT " of " WS-STUDENT-SESSIONS " sessions)"
            DELIMITED BY SIZE INTO SPOOL-LINE
    ELSE
        MOVE "Attendance this term : not yet recorded" TO SPOOL-LINE
    END-IF
    WRITE SPOOL-LINE.

PRINT-PUBLISHED-MARKS.
    MOVE "Results published so far:" TO SPOOL-LINE
    WRITE SPOOL-LINE
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1
            UNTIL WS-SEM-IX > WS-SEMESTER
        MOVE SPACES TO SPOOL-LINE
        IF WS-PUB-OK(WS-SEM-IX) NOT = 'Y'
            STRING "  Semester " WS-SEM-IX ": results pending"
                DELIMITED BY SIZE INTO SPOOL-LINE
            WRITE SPOOL-LINE
        ELSE
            PERFORM READ-SEMESTER-RESULTS
            IF WS-FOUND = 'Y'
                PERFORM LOAD-STATUS-CODES
                PERFORM WRITE-SEMESTER-MARKS
            END-IF
        END-IF
    END-PERFORM.

READ-SEMESTER-RESULTS.
    MOVE 'N' TO WS-FOUND
    EVALUATE WS-SEM-IX
        WHEN 1
            MOVE WS-CUR-ID TO STUDENT-ID1
            READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND
                    MOVE STUDENT-SUBJECTS1 TO WS-CUR-MARKS
                    MOVE TOTAL-MARKS1 TO WS-CUR-TOTAL
                    MOVE GRADE1 TO WS-CUR-GRADE
                    MOVE ELECTIVE-CODE1 TO WS-CUR-ELECTIVE
                    MOVE MARK1-ELECTIVE TO WS-CUR-ELEC-MARK
            END-READ
        WHEN 2
            MOVE WS-CUR-ID TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND
                    MOVE STUDENT-SUBJECTS2 TO WS-CUR-MARKS
                    MOVE TOTAL-MARKS2 TO WS-CUR-TOTAL
                    MOVE GRADE2 TO WS-CUR-GRADE
                    MOVE ELECTIVE-CODE2 TO WS-CUR-ELECTIVE
                    MOVE MARK2-ELECTIVE TO WS-CUR-ELEC-MARK
            END-READ
        WHEN 3
            MOVE WS-CUR-ID TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND
                    MOVE STUDENT-SUBJECTS3 TO WS-CUR-MARKS
                    MOVE TOTAL-MARKS3 TO WS-CUR-TOTAL
                    MOVE GRADE3 TO WS-CUR-GRADE
                    MOVE ELECTIVE-CODE3 TO WS-CUR-ELECTIVE
                    MOVE MARK3-ELECTIVE TO WS-CUR-ELEC-MARK
            END-READ
        WHEN OTHER
            MOVE WS-CUR-ID TO STUDENT-ID4
            READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND
                    MOVE STUDENT-SUBJECTS4 TO WS-CUR-MARKS
                    MOVE TOTAL-MARKS4 TO WS-CUR-TOTAL
                    MOVE GRADE4 TO WS-CUR-GRADE
                    MOVE ELECTIVE-CODE4 TO WS-CUR-ELECTIVE
                    MOVE MARK4-ELECTIVE TO WS-CUR-ELEC-MARK
            END-READ
    END-EVALUATE.

LOAD-STATUS-CODES.
    *> A subject under a special-consideration code prints the
    *> code word, never the stored 000.
    MOVE SPACES TO WS-CODE-TABLE
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
                IF MST-STUDENT-ID = WS-CUR-ID
                        AND MST-SEMESTER = WS-SEM-IX
                        AND MST-SUBJECT-IX >= 1
                        AND MST-SUBJECT-IX <= 6
                    EVALUATE MST-CODE
                        WHEN 'A'
                            MOVE "ABSENT" TO
                                WS-CODE-WORD(MST-SUBJECT-IX)
                        WHEN 'E'
                            MOVE "EXEMPT" TO
                                WS-CODE-WORD(MST-SUBJECT-IX)
                        WHEN 'D'
                            MOVE "DEFERRED" TO
                                WS-CODE-WORD(MST-SUBJECT-IX)
                        WHEN 'M'
                            MOVE "WITHHELD" TO
                                WS-CODE-WORD(MST-SUBJECT-IX)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-MARK-STATUS NOT = "35"
        CLOSE MARK-STATUS-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

WRITE-SEMESTER-MARKS.
    MOVE SPACES TO WS-MARK-LINE
    MOVE 1 TO WS-MARK-PTR
    STRING "  Semester " WS-SEM-IX ":"
        DELIMITED BY SIZE INTO WS-MARK-LINE
        WITH POINTER WS-MARK-PTR
    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1 UNTIL WS-SUBJ-IX > 6
        IF WS-CODE-WORD(WS-SUBJ-IX) = SPACES
            STRING " " WS-CUR-MARK(WS-SUBJ-IX)
                DELIMITED BY SIZE INTO WS-MARK-LINE
                WITH POINTER WS-MARK-PTR
        ELSE
            STRING " " WS-CODE-WORD(WS-SUBJ-IX)
                DELIMITED BY SPACE INTO WS-MARK-LINE
                WITH POINTER WS-MARK-PTR
        END-IF
    END-PERFORM
    STRING "  Total " WS-CUR-TOTAL "  Grade " WS-CUR-GRADE
        DELIMITED BY SIZE INTO WS-MARK-LINE
        WITH POINTER WS-MARK-PTR
    MOVE WS-MARK-LINE TO SPOOL-LINE
    WRITE SPOOL-LINE
    IF WS-CUR-ELECTIVE NOT = SPACES
        MOVE SPACES TO SPOOL-LINE
        STRING "              " WS-CUR-ELECTIVE " : "
            WS-CUR-ELEC-MARK " (elective)"
            DELIMITED BY SIZE INTO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF.

PRINT-APPEAL-OUTCOMES.
    *> Appeals still received or under review are not reported -
    *> the guardian hears the outcome, not the process.
    MOVE 0 TO WS-APPEAL-COUNT
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
                IF APL-STUDENT-ID = WS-CUR-ID
                        AND (APPEAL-UPHELD OR APPEAL-REJECTED)
                    IF WS-APPEAL-COUNT = 0
                        MOVE "Appeal outcomes:" TO SPOOL-LINE
                        WRITE SPOOL-LINE
                    END-IF
                    ADD 1 TO WS-APPEAL-COUNT
                    IF APPEAL-UPHELD
                        MOVE "UPHELD" TO WS-OUTCOME-WORD
                    ELSE
                        MOVE "REJECTED" TO WS-OUTCOME-WORD
                    END-IF
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  Semester " APL-SEMESTER " "
                        APL-SUBJECT-CODE " " WS-OUTCOME-WORD
                        " " APL-RESOLVED-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-APPEALS NOT = "35"
        CLOSE APPEALS-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

PRINT-FEE-BALANCE.
    MOVE 0 TO WS-CHARGE-TOTAL
    MOVE 0 TO WS-CREDIT-TOTAL
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
                IF FEE-STUDENT-ID = WS-CUR-ID
                    IF FEE-IS-CHARGE OR FEE-IS-REFUND
                            OR FEE-IS-REVERSAL
                        ADD FEE-AMOUNT TO WS-CHARGE-TOTAL
                    ELSE
                        ADD FEE-AMOUNT TO WS-CREDIT-TOTAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    COMPUTE WS-BALANCE = WS-CHARGE-TOTAL - WS-CREDIT-TOTAL
    MOVE WS-BALANCE TO WS-BALANCE-DISP
    MOVE SPACES TO SPOOL-LINE
    IF WS-BALANCE > 0
        STRING "Fee balance due      : " WS-BALANCE-DISP
            DELIMITED BY SIZE INTO SPOOL-LINE
    ELSE
        IF WS-BALANCE < 0
            STRING "Fee balance (credit) : " WS-BALANCE-DISP
                DELIMITED BY SIZE INTO SPOOL-LINE
        ELSE
            MOVE "Fee balance          : nil - account settled"
                TO SPOOL-LINE
        END-IF
    END-IF
    WRITE SPOOL-LINE.

PRINT-STANDING-NOTE.
    *> Latest dean's list and probation entries up to the semester
    *> reported on; an embargoed semester's entries are skipped.
    MOVE 0 TO WS-DEANS-SEM
    MOVE 0 TO WS-PROBATION-SEM
    MOVE SPACES TO WS-PROBATION-REASON
    MOVE 'N' TO WS-CONDUCT-HOLD
    MOVE 0 TO WS-NOTE-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT DEANS-LIST-FILE
    IF FILE-STATUS-STANDING NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DEANS-LIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DL-STUDENT-ID = WS-CUR-ID
                        AND DL-SEMESTER >= 1
                        AND DL-SEMESTER <= WS-SEMESTER
                    IF WS-PUB-OK(DL-SEMESTER) = 'Y'
                            AND DL-SEMESTER > WS-DEANS-SEM
                        MOVE DL-SEMESTER TO WS-DEANS-SEM
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-STANDING NOT = "35"
        CLOSE DEANS-LIST-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROBATION-FILE
    IF FILE-STATUS-STANDING NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROBATION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PR-STUDENT-ID = WS-CUR-ID
                        AND PR-SEMESTER >= 1
                        AND PR-SEMESTER <= WS-SEMESTER
                    IF WS-PUB-OK(PR-SEMESTER) = 'Y'
                            AND PR-SEMESTER > WS-PROBATION-SEM
                        MOVE PR-SEMESTER TO WS-PROBATION-SEM
                        MOVE PR-REASON TO WS-PROBATION-REASON
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-STANDING NOT = "35"
        CLOSE PROBATION-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT DISCIPLINE-FILE
    IF FILE-STATUS-DISCIPLINE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DISCIPLINE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DSC-STUDENT-ID = WS-CUR-ID AND CASE-OPEN
                    MOVE 'Y' TO WS-CONDUCT-HOLD
                    SET END-OF-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DISCIPLINE NOT = "35"
        CLOSE DISCIPLINE-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    MOVE "Standing:" TO SPOOL-LINE
    WRITE SPOOL-LINE
    IF WS-DEANS-SEM > 0
        ADD 1 TO WS-NOTE-COUNT
        MOVE SPACES TO SPOOL-LINE
        STRING "  Named on the Dean's List for semester "
            WS-DEANS-SEM
            DELIMITED BY SIZE INTO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF
    IF WS-PROBATION-SEM > 0
        ADD 1 TO WS-NOTE-COUNT
        MOVE SPACES TO SPOOL-LINE
        STRING "  Academic probation from semester "
            WS-PROBATION-SEM " (" FUNCTION TRIM(WS-PROBATION-REASON)
            ")"
            DELIMITED BY SIZE INTO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF
    IF WS-CONDUCT-HOLD = 'Y'
        ADD 1 TO WS-NOTE-COUNT
        MOVE "  Conduct hold - please contact the registry"
            TO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF
    IF WS-NOTE-COUNT = 0
        MOVE "  Good standing" TO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF.

QUEUE-REPORT-ISSUED.
    OPEN EXTEND OUTBOX-FILE
    IF FILE-STATUS-OUTBOX NOT = "00"
        OPEN OUTPUT OUTBOX-FILE
    END-IF
    MOVE SPACES TO OUTBOX-RECORD
    MOVE WS-CUR-ID TO NTF-STUDENT-ID
    MOVE "GUARDIAN-RPT" TO NTF-EVENT-TYPE
    MOVE "GRDRPT" TO NTF-TEMPLATE
    MOVE FUNCTION CURRENT-DATE(1:14) TO NTF-TIMESTAMP
    MOVE 'P' TO NTF-DISPATCH
    WRITE OUTBOX-RECORD
    CLOSE OUTBOX-FILE
    ADD 1 TO WS-QUEUED-COUNT.

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
    MOVE SPACES TO WS-PARAMS
    STRING "SEM " WS-SEMESTER " " WS-REPORT-TYPE " SECT "
        WS-SECTION-WANTED
        DELIMITED BY SIZE INTO WS-PARAMS
    MOVE SPACES TO SPOOL-CATALOG-RECORD
    MOVE WS-SPOOL-RUN TO SPL-RUN-NUMBER
    MOVE "GUARDIAN-REPORT" TO SPL-REPORT-ID
    MOVE WS-PARAMS TO SPL-PARAMS
    MOVE WS-STAFF-ID TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-SPOOL-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.

LOG-REPORT-RUN.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID TO ACT-STAFF-ID
    MOVE "GUARDIAN-REPORT" TO ACT-FUNCTION
    MOVE SPACES TO ACT-STUDENT-ID
    MOVE WS-SEMESTER TO ACT-SEMESTER
    STRING WS-REPORT-TITLE " " WS-REPORT-COUNT " reports"
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
