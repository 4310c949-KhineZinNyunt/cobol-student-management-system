IDENTIFICATION DIVISION.
PROGRAM-ID. TRAINING-REFRESH.

*> Builds the office training set. New staff used to practise on
*> the live files; this run copies the four masters,
*> student_profile.dat, fee_ledger.dat and the main registers into
*> a separate training directory (default "training") so the
*> menus can be run from there against made-up students.
*> On the way across:
*>   - every student ID is scrambled with the same mapping in every
*>     file, so a student's fee rows, registers and semester
*>     records still line up. Issued IDs keep their intake year and
*>     get a new sequence number and a recomputed check digit;
*>     legacy 5-digit IDs are mapped onto other 5-digit numbers.
*>     The mapping key is drawn from the clock at run time and is
*>     not kept anywhere, so the training set cannot be turned
*>     back into live IDs;
*>   - names, dates of birth, phones, e-mails, addresses and
*>     guardian details are replaced with realistic fake values
*>     built from the scrambled ID, so the same made-up student
*>     carries the same made-up name on every file. Blank fields
*>     stay blank;
*>   - marks, grades, attendance, fees and register statuses are
*>     copied unchanged, so training exercises behave as they would
*>     on the live system.
*> Reference files with no student data (staff PINs, calendar,
*> catalogs, schedules) are copied as they are so staff can log
*> in and run the menus. The training activity log is emptied and
*> any stale master locks are removed. A marker file
*> (training_env.dat) is written into the training directory;
*> STUDENT-MGMT shows a training banner on every screen while it
*> finds that marker. The refresh will not run from a directory
*> that itself carries the marker, and will not write over the
*> live directory. The run is written to the live activity_log.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT TRAIN-FILE-SEM1 ASSIGN TO WS-TRAIN-SEM1-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRAIN-ID1
        FILE STATUS IS WS-TRAIN-STATUS.
    SELECT TRAIN-FILE-SEM2 ASSIGN TO WS-TRAIN-SEM2-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRAIN-ID2
        FILE STATUS IS WS-TRAIN-STATUS.
    SELECT TRAIN-FILE-SEM3 ASSIGN TO WS-TRAIN-SEM3-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRAIN-ID3
        FILE STATUS IS WS-TRAIN-STATUS.
    SELECT TRAIN-FILE-SEM4 ASSIGN TO WS-TRAIN-SEM4-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRAIN-ID4
        FILE STATUS IS WS-TRAIN-STATUS.
    SELECT CHECKSUM-FILE ASSIGN TO WS-TRAIN-SUM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKSUM-STATUS.
    SELECT PROFILE-FILE ASSIGN TO "student_profile.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-STATUS.
    SELECT TRAIN-PROFILE-FILE ASSIGN TO WS-TRAIN-PROFILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRAIN-STATUS.
    SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
    SELECT TRAIN-REGISTER-FILE ASSIGN TO WS-TRAIN-REGISTER-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRAIN-STATUS.
    SELECT MARKER-FILE ASSIGN TO WS-MARKER-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MARKER-STATUS.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.

DATA DIVISION.
FILE SECTION.
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

FD  TRAIN-FILE-SEM1.
01  TRAIN-RECORD-SEM1.
    05  TRAIN-ID1          PIC X(10).
    05  TRAIN-NAME1        PIC X(30).
    05  FILLER             PIC X(48).

FD  TRAIN-FILE-SEM2.
01  TRAIN-RECORD-SEM2.
    05  TRAIN-ID2          PIC X(10).
    05  TRAIN-NAME2        PIC X(30).
    05  FILLER             PIC X(45).

FD  TRAIN-FILE-SEM3.
01  TRAIN-RECORD-SEM3.
    05  TRAIN-ID3          PIC X(10).
    05  TRAIN-NAME3        PIC X(30).
    05  FILLER             PIC X(45).

FD  TRAIN-FILE-SEM4.
01  TRAIN-RECORD-SEM4.
    05  TRAIN-ID4          PIC X(10).
    05  TRAIN-NAME4        PIC X(30).
    05  FILLER             PIC X(45).

FD  CHECKSUM-FILE.
01  CHECKSUM-RECORD        PIC 9(10).

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

FD  TRAIN-PROFILE-FILE.
01  TRAIN-PROFILE-RECORD   PIC X(178).

FD  REGISTER-FILE.
01  REGISTER-RECORD        PIC X(300).

FD  TRAIN-REGISTER-FILE.
01  TRAIN-REGISTER-RECORD  PIC X(300).

FD  MARKER-FILE.
01  MARKER-RECORD.
    05  TRN-MARKER         PIC X(8).
    05  TRN-REFRESH-DATE   PIC X(8).
    05  TRN-REFRESH-TIME   PIC X(6).
    05  TRN-REFRESH-BY     PIC X(10).

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
01  WS-MASTER-STATUS       PIC XX.
01  WS-TRAIN-STATUS        PIC XX.
01  WS-CHECKSUM-STATUS     PIC XX.
01  WS-PROFILE-STATUS      PIC XX.
01  WS-REGISTER-STATUS     PIC XX.
01  WS-MARKER-STATUS       PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-OPERATOR-ID         PIC X(10).
01  WS-CONFIRM             PIC X.
01  WS-TODAY               PIC X(8).
01  WS-NOW                 PIC X(6).

*> Training directory and the file names built inside it.
01  WS-TRAIN-DIR           PIC X(40).
01  WS-BASE-NAME           PIC X(30).
01  WS-TRAIN-NAME          PIC X(72).
01  WS-TRAIN-SEM1-NAME     PIC X(72).
01  WS-TRAIN-SEM2-NAME     PIC X(72).
01  WS-TRAIN-SEM3-NAME     PIC X(72).
01  WS-TRAIN-SEM4-NAME     PIC X(72).
01  WS-TRAIN-SUM-NAME      PIC X(72).
01  WS-TRAIN-PROFILE-NAME  PIC X(72).
01  WS-REGISTER-NAME       PIC X(30).
01  WS-TRAIN-REGISTER-NAME PIC X(72).
01  WS-MARKER-NAME         PIC X(72).
01  WS-MARKER-FILENAME     PIC X(30) VALUE "training_env.dat".

*> Registers carried across. ID-POS is where the student ID sits
*> in the record and ID2-POS a second student ID (0 when none);
*> NAME-POS and NAME2-POS are 30-byte student names to be faked.
*> A row with ID-POS 0 is reference data copied as it stands.
01  WS-REGISTER-LIST.
    05  FILLER PIC X(42) VALUE
        "fee_ledger.dat                001000000000".
    05  FILLER PIC X(42) VALUE
        "retake_history.dat            001000011000".
    05  FILLER PIC X(42) VALUE
        "attendance_totals.dat         001000000000".
    05  FILLER PIC X(42) VALUE
        "deferral_register.dat         001000000000".
    05  FILLER PIC X(42) VALUE
        "discipline_register.dat       006000000000".
    05  FILLER PIC X(42) VALUE
        "card_register.dat             013000000000".
    05  FILLER PIC X(42) VALUE
        "library_holds.dat             001000000000".
    05  FILLER PIC X(42) VALUE
        "exemption_register.dat        001000000000".
    05  FILLER PIC X(42) VALUE
        "documents_checklist.dat       001000000000".
    05  FILLER PIC X(42) VALUE
        "award_register.dat            007000017000".
    05  FILLER PIC X(42) VALUE
        "appeals_register.dat          005000000000".
    05  FILLER PIC X(42) VALUE
        "probation_register.dat        002000012000".
    05  FILLER PIC X(42) VALUE
        "deans_list.dat                002000012000".
    05  FILLER PIC X(42) VALUE
        "excused_absences.dat          006000000000".
    05  FILLER PIC X(42) VALUE
        "withdrawal_clearance.dat      006000000000".
    05  FILLER PIC X(42) VALUE
        "transport_passes.dat          001000000000".
    05  FILLER PIC X(42) VALUE
        "hostel_alloc.dat              001000000000".
    05  FILLER PIC X(42) VALUE
        "sponsor_links.dat             001000000000".
    05  FILLER PIC X(42) VALUE
        "scholarship_awards.dat        001000000000".
    05  FILLER PIC X(42) VALUE
        "name_index.dat                032000001000".
    05  FILLER PIC X(42) VALUE
        "mark_status.dat               001000000000".
    05  FILLER PIC X(42) VALUE
        "pending_marks.dat             003000000000".
    05  FILLER PIC X(42) VALUE
        "ranked_results_sem1.dat       001000011000".
    05  FILLER PIC X(42) VALUE
        "ranked_results_sem2.dat       001000011000".
    05  FILLER PIC X(42) VALUE
        "program_change_register.dat   001000000000".
    05  FILLER PIC X(42) VALUE
        "name_change_register.dat      001000041011".
    05  FILLER PIC X(42) VALUE
        "transfer_register.dat         001000000000".
    05  FILLER PIC X(42) VALUE
        "merged_ids.dat                001011000000".
    05  FILLER PIC X(42) VALUE
        "exam_arrangements.dat         001000000000".
    05  FILLER PIC X(42) VALUE
        "advisor_assignments.dat       001000000000".
    05  FILLER PIC X(42) VALUE
        "fee_receipts.dat              011000000000".
    05  FILLER PIC X(42) VALUE
        "at_risk_register.dat          013000000000".
    05  FILLER PIC X(42) VALUE
        "elective_waitlist.dat         011000000000".
    05  FILLER PIC X(42) VALUE
        "staff_pins.dat                000000000000".
    05  FILLER PIC X(42) VALUE
        "pin_policy.dat                000000000000".
    05  FILLER PIC X(42) VALUE
        "academic_calendar.dat         000000000000".
    05  FILLER PIC X(42) VALUE
        "program_catalog.dat           000000000000".
    05  FILLER PIC X(42) VALUE
        "grading_scale.dat             000000000000".
    05  FILLER PIC X(42) VALUE
        "fee_schedule.dat              000000000000".
    05  FILLER PIC X(42) VALUE
        "instructor_master.dat         000000000000".
    05  FILLER PIC X(42) VALUE
        "subject_assignments.dat       000000000000".
    05  FILLER PIC X(42) VALUE
        "elective_catalog.dat          000000000000".
    05  FILLER PIC X(42) VALUE
        "publication_status.dat        000000000000".
    05  FILLER PIC X(42) VALUE
        "eligibility_config.dat        000000000000".
    05  FILLER PIC X(42) VALUE
        "doc_types.dat                 000000000000".
    05  FILLER PIC X(42) VALUE
        "assessment_components.dat     000000000000".
    05  FILLER PIC X(42) VALUE
        "subject_weights.dat           000000000000".
    05  FILLER PIC X(42) VALUE
        "attendance_warn_config.dat    000000000000".
    05  FILLER PIC X(42) VALUE
        "hostel_rooms.dat              000000000000".
    05  FILLER PIC X(42) VALUE
        "transport_routes.dat          000000000000".
    05  FILLER PIC X(42) VALUE
        "transport_stops.dat           000000000000".
01  WS-REGISTER-TABLE REDEFINES WS-REGISTER-LIST.
    05  WS-REG-ENTRY       OCCURS 51 TIMES.
        10  WS-REG-FILE        PIC X(30).
        10  WS-REG-ID-POS      PIC 9(3).
        10  WS-REG-ID2-POS     PIC 9(3).
        10  WS-REG-NAME-POS    PIC 9(3).
        10  WS-REG-NAME2-POS   PIC 9(3).
01  WS-REG-COUNT           PIC 9(2) VALUE 51.
01  WS-REG-IX              PIC 9(2).
01  WS-FIELD-POS           PIC 9(3).

*> ID scramble. A multiplier coprime to 10 makes
*> (sequence x multiplier + key) mod 100000 a one-to-one mapping,
*> so no two students can end up sharing a training ID.
01  WS-MULTIPLIER-LIST.
    05  FILLER             PIC 9(4) VALUE 7919.
    05  FILLER             PIC 9(4) VALUE 3571.
    05  FILLER             PIC 9(4) VALUE 6133.
    05  FILLER             PIC 9(4) VALUE 2713.
    05  FILLER             PIC 9(4) VALUE 8821.
    05  FILLER             PIC 9(4) VALUE 4649.
01  WS-MULTIPLIER-TABLE REDEFINES WS-MULTIPLIER-LIST.
    05  WS-MULTIPLIER-ENTRY OCCURS 6 TIMES PIC 9(4).
01  WS-SCR-MULT            PIC 9(4).
01  WS-SCR-KEY             PIC 9(5).
01  WS-CLOCK               PIC 9(8).
01  WS-SCR-IN              PIC X(10).
01  WS-SCR-OUT             PIC X(10).
01  WS-SCR-SEQ             PIC 9(5).
01  WS-SCR-WORK            PIC 9(10).
01  WS-SCR-OFFSET          PIC 9.
01  WS-CHECK-SUM           PIC 9(4).
01  WS-CHECK-POS           PIC 9(2).
01  WS-CHECK-DIGIT         PIC 9.
01  WS-OLD-CHECK-DIGIT     PIC 9.

*> Fake personal details, chosen from the scrambled ID.
01  WS-FIRST-NAME-LIST.
    05  FILLER PIC X(8) VALUE "Amara".
    05  FILLER PIC X(8) VALUE "Daniel".
    05  FILLER PIC X(8) VALUE "Priya".
    05  FILLER PIC X(8) VALUE "Tomasz".
    05  FILLER PIC X(8) VALUE "Grace".
    05  FILLER PIC X(8) VALUE "Samuel".
    05  FILLER PIC X(8) VALUE "Leila".
    05  FILLER PIC X(8) VALUE "Oliver".
    05  FILLER PIC X(8) VALUE "Nadia".
    05  FILLER PIC X(8) VALUE "Ethan".
    05  FILLER PIC X(8) VALUE "Fatima".
    05  FILLER PIC X(8) VALUE "Lucas".
    05  FILLER PIC X(8) VALUE "Hannah".
    05  FILLER PIC X(8) VALUE "Kwame".
    05  FILLER PIC X(8) VALUE "Sofia".
    05  FILLER PIC X(8) VALUE "Ibrahim".
    05  FILLER PIC X(8) VALUE "Chloe".
    05  FILLER PIC X(8) VALUE "Mateo".
    05  FILLER PIC X(8) VALUE "Aisha".
    05  FILLER PIC X(8) VALUE "Jonah".
    05  FILLER PIC X(8) VALUE "Mei".
    05  FILLER PIC X(8) VALUE "Rahul".
    05  FILLER PIC X(8) VALUE "Elena".
    05  FILLER PIC X(8) VALUE "Connor".
    05  FILLER PIC X(8) VALUE "Zainab".
    05  FILLER PIC X(8) VALUE "Marcus".
    05  FILLER PIC X(8) VALUE "Ingrid".
    05  FILLER PIC X(8) VALUE "Tariq".
    05  FILLER PIC X(8) VALUE "Lucy".
    05  FILLER PIC X(8) VALUE "Andre".
    05  FILLER PIC X(8) VALUE "Yuki".
    05  FILLER PIC X(8) VALUE "Patrick".
    05  FILLER PIC X(8) VALUE "Esther".
    05  FILLER PIC X(8) VALUE "Victor".
    05  FILLER PIC X(8) VALUE "Naomi".
    05  FILLER PIC X(8) VALUE "Hassan".
    05  FILLER PIC X(8) VALUE "Clara".
    05  FILLER PIC X(8) VALUE "Felix".
    05  FILLER PIC X(8) VALUE "Rosa".
    05  FILLER PIC X(8) VALUE "Dmitri".
01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-LIST.
    05  WS-FIRST-NAME      OCCURS 40 TIMES PIC X(8).

01  WS-SURNAME-LIST.
    05  FILLER PIC X(9) VALUE "Okafor".
    05  FILLER PIC X(9) VALUE "Brennan".
    05  FILLER PIC X(9) VALUE "Sharma".
    05  FILLER PIC X(9) VALUE "Kowalski".
    05  FILLER PIC X(9) VALUE "Mensah".
    05  FILLER PIC X(9) VALUE "Whitfield".
    05  FILLER PIC X(9) VALUE "Haddad".
    05  FILLER PIC X(9) VALUE "Lindqvist".
    05  FILLER PIC X(9) VALUE "Moreno".
    05  FILLER PIC X(9) VALUE "Tanaka".
    05  FILLER PIC X(9) VALUE "Osei".
    05  FILLER PIC X(9) VALUE "Fletcher".
    05  FILLER PIC X(9) VALUE "Rahman".
    05  FILLER PIC X(9) VALUE "Novak".
    05  FILLER PIC X(9) VALUE "Delgado".
    05  FILLER PIC X(9) VALUE "Chen".
    05  FILLER PIC X(9) VALUE "Gallagher".
    05  FILLER PIC X(9) VALUE "Adeyemi".
    05  FILLER PIC X(9) VALUE "Petrov".
    05  FILLER PIC X(9) VALUE "Sinclair".
    05  FILLER PIC X(9) VALUE "Mwangi".
    05  FILLER PIC X(9) VALUE "Ferreira".
    05  FILLER PIC X(9) VALUE "Nakamura".
    05  FILLER PIC X(9) VALUE "Byrne".
    05  FILLER PIC X(9) VALUE "Kaur".
    05  FILLER PIC X(9) VALUE "Lambert".
    05  FILLER PIC X(9) VALUE "Aziz".
    05  FILLER PIC X(9) VALUE "Holloway".
    05  FILLER PIC X(9) VALUE "Santos".
    05  FILLER PIC X(9) VALUE "Eriksen".
    05  FILLER PIC X(9) VALUE "Boateng".
    05  FILLER PIC X(9) VALUE "Marsh".
    05  FILLER PIC X(9) VALUE "Iyer".
    05  FILLER PIC X(9) VALUE "Duval".
    05  FILLER PIC X(9) VALUE "Quinn".
    05  FILLER PIC X(9) VALUE "Yilmaz".
    05  FILLER PIC X(9) VALUE "Hartley".
    05  FILLER PIC X(9) VALUE "Nwosu".
    05  FILLER PIC X(9) VALUE "Rossi".
    05  FILLER PIC X(9) VALUE "Calloway".
01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-LIST.
    05  WS-SURNAME         OCCURS 40 TIMES PIC X(9).

01  WS-STREET-LIST.
    05  FILLER PIC X(16) VALUE "Mill Lane".
    05  FILLER PIC X(16) VALUE "Station Road".
    05  FILLER PIC X(16) VALUE "Church Street".
    05  FILLER PIC X(16) VALUE "Park Avenue".
    05  FILLER PIC X(16) VALUE "Victoria Road".
    05  FILLER PIC X(16) VALUE "Orchard Close".
    05  FILLER PIC X(16) VALUE "High Street".
    05  FILLER PIC X(16) VALUE "Riverside Drive".
    05  FILLER PIC X(16) VALUE "Green Lane".
    05  FILLER PIC X(16) VALUE "Kingsway".
    05  FILLER PIC X(16) VALUE "Hillcrest Road".
    05  FILLER PIC X(16) VALUE "Meadow Way".
01  WS-STREET-TABLE REDEFINES WS-STREET-LIST.
    05  WS-STREET          OCCURS 12 TIMES PIC X(16).

01  WS-TOWN-LIST.
    05  FILLER PIC X(12) VALUE "Eastbury".
    05  FILLER PIC X(12) VALUE "Northfield".
    05  FILLER PIC X(12) VALUE "Westhaven".
    05  FILLER PIC X(12) VALUE "Ashford".
    05  FILLER PIC X(12) VALUE "Brookside".
    05  FILLER PIC X(12) VALUE "Millbridge".
    05  FILLER PIC X(12) VALUE "Southgate".
    05  FILLER PIC X(12) VALUE "Oakham".
01  WS-TOWN-TABLE REDEFINES WS-TOWN-LIST.
    05  WS-TOWN            OCCURS 8 TIMES PIC X(12).

01  WS-FAKE-SEED           PIC 9(5).
01  WS-FAKE-IX             PIC 9(3).
01  WS-FAKE-IX2            PIC 9(3).
01  WS-FAKE-QUOT           PIC 9(5).
01  WS-FAKE-FIRST          PIC X(8).
01  WS-FAKE-SURNAME        PIC X(9).
01  WS-FAKE-NAME           PIC X(30).
01  WS-FAKE-HOUSE          PIC ZZ9.
01  WS-FAKE-MONTH          PIC 9(2).
01  WS-FAKE-DAY            PIC 9(2).
01  WS-FAKE-EMAIL          PIC X(30).

*> Checksum of each training master, computed as STUDENT-MGMT
*> verifies it so the training set passes its integrity check.
01  WS-CHECKSUM-BUFFER     PIC X(100).
01  WS-CHECKSUM-INDEX      PIC 9(3).
01  WS-CHECKSUM-TOTAL      PIC 9(10).
01  WS-SEM-IX              PIC 9.

01  WS-MASTER-COUNTS.
    05  WS-CNT-MASTER      PIC 9(6) OCCURS 4 TIMES.
01  WS-CNT-PROFILE         PIC 9(6) VALUE 0.
01  WS-CNT-REGISTER        PIC 9(6).
01  WS-CNT-FILES           PIC 9(3) VALUE 0.
01  WS-CNT-ROWS            PIC 9(7) VALUE 0.
01  WS-CNT-SKIPPED         PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Training Environment Refresh ---"
    MOVE WS-MARKER-FILENAME TO WS-MARKER-NAME
    OPEN INPUT MARKER-FILE
    IF WS-MARKER-STATUS = "00"
        CLOSE MARKER-FILE
        DISPLAY "This directory holds a training set. Run the "
            "refresh from the live directory."
        STOP RUN
    END-IF
    DISPLAY "Enter your Staff ID: "
    ACCEPT WS-OPERATOR-ID
    DISPLAY "Training directory (blank for training): "
    ACCEPT WS-TRAIN-DIR
    IF WS-TRAIN-DIR = SPACES
        MOVE "training" TO WS-TRAIN-DIR
    END-IF
    IF WS-TRAIN-DIR = "." OR WS-TRAIN-DIR = "./"
            OR WS-TRAIN-DIR = ".."
        DISPLAY "The training set cannot be written over the live "
            "directory."
        STOP RUN
    END-IF
    DISPLAY "Every file in " FUNCTION TRIM(WS-TRAIN-DIR)
        " listed for training will be replaced. Continue (Y/N)? "
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Refresh cancelled."
        STOP RUN
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW
    PERFORM PICK-SCRAMBLE-KEY
    CALL "CBL_CREATE_DIR" USING WS-TRAIN-DIR

    PERFORM COPY-MASTERS
    PERFORM COPY-PROFILES
    PERFORM VARYING WS-REG-IX FROM 1 BY 1
            UNTIL WS-REG-IX > WS-REG-COUNT
        PERFORM COPY-REGISTER
    END-PERFORM
    PERFORM RESET-TRAINING-LOGS
    PERFORM WRITE-MARKER

    DISPLAY "Training set refreshed in " FUNCTION TRIM(WS-TRAIN-DIR)
    DISPLAY "  Semester 1 students : " WS-CNT-MASTER(1)
    DISPLAY "  Semester 2 students : " WS-CNT-MASTER(2)
    DISPLAY "  Semester 3 students : " WS-CNT-MASTER(3)
    DISPLAY "  Semester 4 students : " WS-CNT-MASTER(4)
    DISPLAY "  Profiles            : " WS-CNT-PROFILE
    DISPLAY "  Other files copied  : " WS-CNT-FILES
        " (" WS-CNT-ROWS " rows)"
    IF WS-CNT-SKIPPED > 0
        DISPLAY "  Rows not written    : " WS-CNT-SKIPPED
            " (see messages above)"
    END-IF
    PERFORM LOG-RUN
    STOP RUN.

PICK-SCRAMBLE-KEY.
    *> The key and multiplier come from the clock; neither is
    *> written anywhere.
    MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CLOCK
    COMPUTE WS-SCR-KEY = FUNCTION MOD(WS-CLOCK, 99989) + 1
    COMPUTE WS-FAKE-IX = FUNCTION MOD(WS-CLOCK, 6) + 1
    MOVE WS-MULTIPLIER-ENTRY(WS-FAKE-IX) TO WS-SCR-MULT.

BUILD-TRAIN-NAME.
    MOVE SPACES TO WS-TRAIN-NAME
    STRING FUNCTION TRIM(WS-TRAIN-DIR) "/" FUNCTION TRIM(WS-BASE-NAME)
        DELIMITED BY SIZE INTO WS-TRAIN-NAME.

SCRAMBLE-ID.
    *> Issued IDs (YYYY + NNNNN + C) keep the year and get a new
    *> sequence and check digit. An ID already failing its check
    *> digit keeps failing by the same amount, so DQ-SCAN still
    *> finds it in the training set. Legacy 5-digit IDs map onto
    *> other 5-digit IDs; anything else is left as it is.
    MOVE WS-SCR-IN TO WS-SCR-OUT
    IF WS-SCR-IN IS NUMERIC
        MOVE 0 TO WS-CHECK-SUM
        PERFORM VARYING WS-CHECK-POS FROM 1 BY 1
                UNTIL WS-CHECK-POS > 9
            COMPUTE WS-CHECK-SUM = WS-CHECK-SUM +
                (FUNCTION NUMVAL(WS-SCR-IN(WS-CHECK-POS:1))
                    * WS-CHECK-POS)
        END-PERFORM
        COMPUTE WS-OLD-CHECK-DIGIT = FUNCTION MOD(WS-CHECK-SUM, 10)
        COMPUTE WS-SCR-OFFSET = FUNCTION MOD(
            FUNCTION NUMVAL(WS-SCR-IN(10:1)) + 10
                - WS-OLD-CHECK-DIGIT, 10)
        MOVE WS-SCR-IN(5:5) TO WS-SCR-SEQ
        PERFORM MAP-SEQUENCE
        MOVE WS-SCR-SEQ TO WS-SCR-OUT(5:5)
        MOVE 0 TO WS-CHECK-SUM
        PERFORM VARYING WS-CHECK-POS FROM 1 BY 1
                UNTIL WS-CHECK-POS > 9
            COMPUTE WS-CHECK-SUM = WS-CHECK-SUM +
                (FUNCTION NUMVAL(WS-SCR-OUT(WS-CHECK-POS:1))
                    * WS-CHECK-POS)
        END-PERFORM
        COMPUTE WS-CHECK-DIGIT = FUNCTION MOD(
            WS-CHECK-SUM + WS-SCR-OFFSET, 10)
        MOVE WS-CHECK-DIGIT TO WS-SCR-OUT(10:1)
    ELSE
        IF WS-SCR-IN(1:5) IS NUMERIC AND WS-SCR-IN(6:5) = SPACES
            MOVE WS-SCR-IN(1:5) TO WS-SCR-SEQ
            PERFORM MAP-SEQUENCE
            MOVE WS-SCR-SEQ TO WS-SCR-OUT(1:5)
        END-IF
    END-IF.

MAP-SEQUENCE.
    COMPUTE WS-SCR-WORK = WS-SCR-SEQ * WS-SCR-MULT + WS-SCR-KEY
    COMPUTE WS-SCR-SEQ = FUNCTION MOD(WS-SCR-WORK, 100000).

MAKE-FAKE-NAME.
    *> Name for the (already scrambled) ID in WS-SCR-OUT; the same
    *> ID always gets the same name.
    IF WS-SCR-OUT(1:9) IS NUMERIC
        MOVE WS-SCR-OUT(5:5) TO WS-FAKE-SEED
    ELSE
        IF WS-SCR-OUT(1:5) IS NUMERIC
            MOVE WS-SCR-OUT(1:5) TO WS-FAKE-SEED
        ELSE
            MOVE 0 TO WS-FAKE-SEED
        END-IF
    END-IF
    COMPUTE WS-FAKE-IX = FUNCTION MOD(WS-FAKE-SEED, 40) + 1
    MOVE WS-FIRST-NAME(WS-FAKE-IX) TO WS-FAKE-FIRST
    DIVIDE WS-FAKE-SEED BY 40 GIVING WS-FAKE-QUOT
    COMPUTE WS-FAKE-IX = FUNCTION MOD(WS-FAKE-QUOT, 40) + 1
    MOVE WS-SURNAME(WS-FAKE-IX) TO WS-FAKE-SURNAME
    MOVE SPACES TO WS-FAKE-NAME
    STRING FUNCTION TRIM(WS-FAKE-FIRST) " "
        FUNCTION TRIM(WS-FAKE-SURNAME)
        DELIMITED BY SIZE INTO WS-FAKE-NAME.

COPY-MASTERS.
    MOVE "student_sem1.dat" TO WS-BASE-NAME
    PERFORM BUILD-TRAIN-NAME
    MOVE WS-TRAIN-NAME TO WS-TRAIN-SEM1-NAME
    MOVE "student_sem2.dat" TO WS-BASE-NAME
    PERFORM BUILD-TRAIN-NAME
    MOVE WS-TRAIN-NAME TO WS-TRAIN-SEM2-NAME
    MOVE "student_sem3.dat" TO WS-BASE-NAME
    PERFORM BUILD-TRAIN-NAME
    MOVE WS-TRAIN-NAME TO WS-TRAIN-SEM3-NAME
    MOVE "student_sem4.dat" TO WS-BASE-NAME
    PERFORM BUILD-TRAIN-NAME
    MOVE WS-TRAIN-NAME TO WS-TRAIN-SEM4-NAME

    MOVE 0 TO WS-CNT-MASTER(1)
    OPEN INPUT STUDENT-FILE-SEM1
    OPEN OUTPUT TRAIN-FILE-SEM1
    IF WS-MASTER-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ STUDENT-FILE-SEM1 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    MOVE STUDENT-RECORD-SEM1 TO TRAIN-RECORD-SEM1
                    MOVE STUDENT-ID1 TO WS-SCR-IN
                    PERFORM SCRAMBLE-ID
                    MOVE WS-SCR-OUT TO TRAIN-ID1
                    PERFORM MAKE-FAKE-NAME
                    MOVE WS-FAKE-NAME TO TRAIN-NAME1
                    WRITE TRAIN-RECORD-SEM1
                        INVALID KEY
                            DISPLAY "  Duplicate training ID "
                                TRAIN-ID1 " (semester 1)"
                            ADD 1 TO WS-CNT-SKIPPED
                        NOT INVALID KEY
                            ADD 1 TO WS-CNT-MASTER(1)
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE STUDENT-FILE-SEM1
    END-IF
    CLOSE TRAIN-FILE-SEM1

    MOVE 0 TO WS-CNT-MASTER(2)
    OPEN INPUT STUDENT-FILE-SEM2
    OPEN OUTPUT TRAIN-FILE-SEM2
    IF WS-MASTER-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ STUDENT-FILE-SEM2 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    MOVE STUDENT-RECORD-SEM2 TO TRAIN-RECORD-SEM2
                    MOVE STUDENT-ID2 TO WS-SCR-IN
                    PERFORM SCRAMBLE-ID
                    MOVE WS-SCR-OUT TO TRAIN-ID2
                    PERFORM MAKE-FAKE-NAME
                    MOVE WS-FAKE-NAME TO TRAIN-NAME2
                    WRITE TRAIN-RECORD-SEM2
                        INVALID KEY
                            DISPLAY "  Duplicate training ID "
                                TRAIN-ID2 " (semester 2)"
                            ADD 1 TO WS-CNT-SKIPPED
                        NOT INVALID KEY
                            ADD 1 TO WS-CNT-MASTER(2)
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE STUDENT-FILE-SEM2
    END-IF
    CLOSE TRAIN-FILE-SEM2

    MOVE 0 TO WS-CNT-MASTER(3)
    OPEN INPUT STUDENT-FILE-SEM3
    OPEN OUTPUT TRAIN-FILE-SEM3
    IF WS-MASTER-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ STUDENT-FILE-SEM3 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    MOVE STUDENT-RECORD-SEM3 TO TRAIN-RECORD-SEM3
                    MOVE STUDENT-ID3 TO WS-SCR-IN
                    PERFORM SCRAMBLE-ID
                    MOVE WS-SCR-OUT TO TRAIN-ID3
                    PERFORM MAKE-FAKE-NAME
                    MOVE WS-FAKE-NAME TO TRAIN-NAME3
                    WRITE TRAIN-RECORD-SEM3
                        INVALID KEY
                            DISPLAY "  Duplicate training ID "
                                TRAIN-ID3 " (semester 3)"
                            ADD 1 TO WS-CNT-SKIPPED
                        NOT INVALID KEY
                            ADD 1 TO WS-CNT-MASTER(3)
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE STUDENT-FILE-SEM3
    END-IF
    CLOSE TRAIN-FILE-SEM3

    MOVE 0 TO WS-CNT-MASTER(4)
    OPEN INPUT STUDENT-FILE-SEM4
    OPEN OUTPUT TRAIN-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ STUDENT-FILE-SEM4 NEXT RECORD
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    MOVE STUDENT-RECORD-SEM4 TO TRAIN-RECORD-SEM4
                    MOVE STUDENT-ID4 TO WS-SCR-IN
                    PERFORM SCRAMBLE-ID
                    MOVE WS-SCR-OUT TO TRAIN-ID4
                    PERFORM MAKE-FAKE-NAME
                    MOVE WS-FAKE-NAME TO TRAIN-NAME4
                    WRITE TRAIN-RECORD-SEM4
                        INVALID KEY
                            DISPLAY "  Duplicate training ID "
                                TRAIN-ID4 " (semester 4)"
                            ADD 1 TO WS-CNT-SKIPPED
                        NOT INVALID KEY
                            ADD 1 TO WS-CNT-MASTER(4)
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE STUDENT-FILE-SEM4
    END-IF
    CLOSE TRAIN-FILE-SEM4

    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        PERFORM WRITE-TRAIN-CHECKSUM
    END-PERFORM.

WRITE-TRAIN-CHECKSUM.
    *> Same sum STUDENT-MGMT's checksum verification computes.
    MOVE 0 TO WS-CHECKSUM-TOTAL
    MOVE 'N' TO WS-EOF
    EVALUATE WS-SEM-IX
        WHEN 1
            OPEN INPUT TRAIN-FILE-SEM1
        WHEN 2
            OPEN INPUT TRAIN-FILE-SEM2
        WHEN 3
            OPEN INPUT TRAIN-FILE-SEM3
        WHEN 4
            OPEN INPUT TRAIN-FILE-SEM4
    END-EVALUATE
    IF WS-TRAIN-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL END-OF-FILE
        MOVE SPACES TO WS-CHECKSUM-BUFFER
        EVALUATE WS-SEM-IX
            WHEN 1
                READ TRAIN-FILE-SEM1 NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE TRAIN-RECORD-SEM1 TO WS-CHECKSUM-BUFFER
                END-READ
            WHEN 2
                READ TRAIN-FILE-SEM2 NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE TRAIN-RECORD-SEM2 TO WS-CHECKSUM-BUFFER
                END-READ
            WHEN 3
                READ TRAIN-FILE-SEM3 NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE TRAIN-RECORD-SEM3 TO WS-CHECKSUM-BUFFER
                END-READ
            WHEN 4
                READ TRAIN-FILE-SEM4 NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE TRAIN-RECORD-SEM4 TO WS-CHECKSUM-BUFFER
                END-READ
        END-EVALUATE
        IF NOT-END-OF-FILE
            PERFORM VARYING WS-CHECKSUM-INDEX FROM 1 BY 1
                    UNTIL WS-CHECKSUM-INDEX > 100
                ADD FUNCTION ORD(WS-CHECKSUM-BUFFER
                    (WS-CHECKSUM-INDEX:1))
                    TO WS-CHECKSUM-TOTAL
            END-PERFORM
        END-IF
    END-PERFORM
    EVALUATE WS-SEM-IX
        WHEN 1
            CLOSE TRAIN-FILE-SEM1
        WHEN 2
            CLOSE TRAIN-FILE-SEM2
        WHEN 3
            CLOSE TRAIN-FILE-SEM3
        WHEN 4
            CLOSE TRAIN-FILE-SEM4
    END-EVALUATE
    MOVE SPACES TO WS-BASE-NAME
    STRING "student_sem" WS-SEM-IX ".sum"
        DELIMITED BY SIZE INTO WS-BASE-NAME
    PERFORM BUILD-TRAIN-NAME
    MOVE WS-TRAIN-NAME TO WS-TRAIN-SUM-NAME
    OPEN OUTPUT CHECKSUM-FILE
    MOVE WS-CHECKSUM-TOTAL TO CHECKSUM-RECORD
    WRITE CHECKSUM-RECORD
    CLOSE CHECKSUM-FILE.

COPY-PROFILES.
    MOVE "student_profile.dat" TO WS-BASE-NAME
    PERFORM BUILD-TRAIN-NAME
    MOVE WS-TRAIN-NAME TO WS-TRAIN-PROFILE-NAME
    OPEN OUTPUT TRAIN-PROFILE-FILE
    OPEN INPUT PROFILE-FILE
    IF WS-PROFILE-STATUS NOT = "00"
        CLOSE TRAIN-PROFILE-FILE
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ PROFILE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE PRF-STUDENT-ID TO WS-SCR-IN
                PERFORM SCRAMBLE-ID
                MOVE WS-SCR-OUT TO PRF-STUDENT-ID
                PERFORM FAKE-PROFILE-DETAILS
                MOVE PROFILE-RECORD TO TRAIN-PROFILE-RECORD
                WRITE TRAIN-PROFILE-RECORD
                ADD 1 TO WS-CNT-PROFILE
        END-READ
    END-PERFORM
    CLOSE PROFILE-FILE
    CLOSE TRAIN-PROFILE-FILE.

FAKE-PROFILE-DETAILS.
    *> Blank fields stay blank so the data-quality reports show the
    *> same gaps as the live set.
    PERFORM MAKE-FAKE-NAME
    IF PRF-NAME NOT = SPACES
        MOVE WS-FAKE-NAME TO PRF-NAME
    END-IF
    IF PRF-DOB NOT = SPACES
        COMPUTE WS-FAKE-MONTH = FUNCTION MOD(WS-FAKE-SEED, 12) + 1
        DIVIDE WS-FAKE-SEED BY 12 GIVING WS-FAKE-QUOT
        COMPUTE WS-FAKE-DAY = FUNCTION MOD(WS-FAKE-QUOT, 28) + 1
        MOVE WS-FAKE-MONTH TO PRF-DOB(5:2)
        MOVE WS-FAKE-DAY TO PRF-DOB(7:2)
    END-IF
    IF PRF-PHONE NOT = SPACES
        MOVE SPACES TO PRF-PHONE
        STRING "07700 9" WS-FAKE-SEED
            DELIMITED BY SIZE INTO PRF-PHONE
    END-IF
    IF PRF-EMAIL NOT = SPACES
        MOVE SPACES TO WS-FAKE-EMAIL
        STRING FUNCTION TRIM(WS-FAKE-FIRST) "."
            FUNCTION TRIM(WS-FAKE-SURNAME) "@example.edu"
            DELIMITED BY SIZE INTO WS-FAKE-EMAIL
        MOVE FUNCTION LOWER-CASE(WS-FAKE-EMAIL) TO PRF-EMAIL
    END-IF
    IF PRF-ADDRESS NOT = SPACES
        COMPUTE WS-FAKE-HOUSE = FUNCTION MOD(WS-FAKE-SEED, 199) + 1
        COMPUTE WS-FAKE-IX = FUNCTION MOD(WS-FAKE-SEED, 12) + 1
        COMPUTE WS-FAKE-IX2 = FUNCTION MOD(WS-FAKE-SEED, 8) + 1
        MOVE SPACES TO PRF-ADDRESS
        STRING FUNCTION TRIM(WS-FAKE-HOUSE) " "
            FUNCTION TRIM(WS-STREET(WS-FAKE-IX)) ", "
            FUNCTION TRIM(WS-TOWN(WS-FAKE-IX2))
            DELIMITED BY SIZE INTO PRF-ADDRESS
    END-IF
    IF PRF-GUARDIAN-NAME NOT = SPACES
        COMPUTE WS-FAKE-IX = FUNCTION MOD(WS-FAKE-SEED + 17, 40) + 1
        MOVE SPACES TO PRF-GUARDIAN-NAME
        STRING FUNCTION TRIM(WS-FIRST-NAME(WS-FAKE-IX)) " "
            FUNCTION TRIM(WS-FAKE-SURNAME)
            DELIMITED BY SIZE INTO PRF-GUARDIAN-NAME
    END-IF
    IF PRF-GUARDIAN-PHONE NOT = SPACES
        MOVE SPACES TO PRF-GUARDIAN-PHONE
        STRING "07700 8" WS-FAKE-SEED
            DELIMITED BY SIZE INTO PRF-GUARDIAN-PHONE
    END-IF.

COPY-REGISTER.
    *> A register missing from the live directory is simply left
    *> out of the training set.
    MOVE WS-REG-FILE(WS-REG-IX) TO WS-REGISTER-NAME
    OPEN INPUT REGISTER-FILE
    IF WS-REGISTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-REG-FILE(WS-REG-IX) TO WS-BASE-NAME
    PERFORM BUILD-TRAIN-NAME
    MOVE WS-TRAIN-NAME TO WS-TRAIN-REGISTER-NAME
    OPEN OUTPUT TRAIN-REGISTER-FILE
    MOVE 0 TO WS-CNT-REGISTER
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        MOVE SPACES TO REGISTER-RECORD
        READ REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE REGISTER-RECORD TO TRAIN-REGISTER-RECORD
                PERFORM SCRUB-REGISTER-ROW
                WRITE TRAIN-REGISTER-RECORD
                ADD 1 TO WS-CNT-REGISTER
        END-READ
    END-PERFORM
    CLOSE REGISTER-FILE
    CLOSE TRAIN-REGISTER-FILE
    ADD 1 TO WS-CNT-FILES
    ADD WS-CNT-REGISTER TO WS-CNT-ROWS.

SCRUB-REGISTER-ROW.
    *> The second ID is done first so the fake names follow the
    *> row's own student.
    IF WS-REG-ID2-POS(WS-REG-IX) > 0
        MOVE WS-REG-ID2-POS(WS-REG-IX) TO WS-FIELD-POS
        MOVE TRAIN-REGISTER-RECORD(WS-FIELD-POS:10) TO WS-SCR-IN
        PERFORM SCRAMBLE-ID
        MOVE WS-SCR-OUT TO TRAIN-REGISTER-RECORD(WS-FIELD-POS:10)
    END-IF
    IF WS-REG-ID-POS(WS-REG-IX) > 0
        MOVE WS-REG-ID-POS(WS-REG-IX) TO WS-FIELD-POS
        MOVE TRAIN-REGISTER-RECORD(WS-FIELD-POS:10) TO WS-SCR-IN
        PERFORM SCRAMBLE-ID
        MOVE WS-SCR-OUT TO TRAIN-REGISTER-RECORD(WS-FIELD-POS:10)
        PERFORM MAKE-FAKE-NAME
    END-IF
    IF WS-REG-NAME-POS(WS-REG-IX) > 0
        MOVE WS-REG-NAME-POS(WS-REG-IX) TO WS-FIELD-POS
        IF TRAIN-REGISTER-RECORD(WS-FIELD-POS:30) NOT = SPACES
            MOVE WS-FAKE-NAME TO TRAIN-REGISTER-RECORD(WS-FIELD-POS:30)
        END-IF
    END-IF
    *> A former name (name-change register) gets a different fake
    *> first name under the same surname.
    IF WS-REG-NAME2-POS(WS-REG-IX) > 0
        MOVE WS-REG-NAME2-POS(WS-REG-IX) TO WS-FIELD-POS
        IF TRAIN-REGISTER-RECORD(WS-FIELD-POS:30) NOT = SPACES
            COMPUTE WS-FAKE-IX = FUNCTION MOD(WS-FAKE-SEED + 9, 40) + 1
            MOVE SPACES TO TRAIN-REGISTER-RECORD(WS-FIELD-POS:30)
            STRING FUNCTION TRIM(WS-FIRST-NAME(WS-FAKE-IX)) " "
                FUNCTION TRIM(WS-FAKE-SURNAME)
                DELIMITED BY SIZE
                INTO TRAIN-REGISTER-RECORD(WS-FIELD-POS:30)
        END-IF
    END-IF.

RESET-TRAINING-LOGS.
    *> Each refresh starts the training set with an empty activity
    *> log and no master locks left over from the last session.
    MOVE "activity_log.dat" TO WS-BASE-NAME
    PERFORM BUILD-TRAIN-NAME
    MOVE WS-TRAIN-NAME TO WS-TRAIN-REGISTER-NAME
    OPEN OUTPUT TRAIN-REGISTER-FILE
    CLOSE TRAIN-REGISTER-FILE
    PERFORM VARYING WS-SEM-IX FROM 1 BY 1 UNTIL WS-SEM-IX > 4
        MOVE SPACES TO WS-BASE-NAME
        STRING "student_sem" WS-SEM-IX ".lck"
            DELIMITED BY SIZE INTO WS-BASE-NAME
        PERFORM BUILD-TRAIN-NAME
        CALL "CBL_DELETE_FILE" USING WS-TRAIN-NAME
    END-PERFORM.

WRITE-MARKER.
    MOVE WS-MARKER-FILENAME TO WS-BASE-NAME
    PERFORM BUILD-TRAIN-NAME
    MOVE WS-TRAIN-NAME TO WS-MARKER-NAME
    OPEN OUTPUT MARKER-FILE
    MOVE "TRAINING" TO TRN-MARKER
    MOVE WS-TODAY TO TRN-REFRESH-DATE
    MOVE WS-NOW TO TRN-REFRESH-TIME
    MOVE WS-OPERATOR-ID TO TRN-REFRESH-BY
    WRITE MARKER-RECORD
    CLOSE MARKER-FILE.

LOG-RUN.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE WS-TODAY TO ACT-DATE
    MOVE WS-NOW TO ACT-TIME
    MOVE WS-OPERATOR-ID TO ACT-STAFF-ID
    MOVE "TRAINING-REFRESH" TO ACT-FUNCTION
    MOVE SPACES TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE SPACES TO ACT-DETAIL
    STRING "DIR " FUNCTION TRIM(WS-TRAIN-DIR)
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
