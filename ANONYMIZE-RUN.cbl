IDENTIFICATION DIVISION.
PROGRAM-ID. ANONYMIZE-RUN.

*> Retention-based anonymization of archived students. ARCHIVE-
*> COHORT moves leavers out of the live masters but their personal
*> details used to stay in the archives for good. The retention
*> policy (retention_policy.dat) says how many years after the
*> final semester those details are kept; the final semester of a
*> cohort is taken as the intake year plus the course length. Once
*> a cohort is past retention this run replaces personal fields
*> with neutral tokens in:
*>   - archive_sem1..4_YYYY.dat and archive_retake_YYYY.dat (name);
*>   - archive_audit_YYYY.dat (old/new values of NAME edits);
*>   - alumni_master.dat (name, phone, e-mail);
*>   - student_profile.dat rows left behind for those students who
*>     are no longer on any live master (name, date of birth,
*>     phone, e-mail, address, guardian name and phone);
*>   - activity_log_YYYYMM.dat segments older than the retention
*>     period (free-text detail of entries about those students).
*> Student ID, cohort, program, marks, grades, classification and
*> certificate serial are never touched, so COHORT-TREND and
*> MINISTRY-EXTRACT history still adds up. Rows already carrying
*> the token are left alone, so the run can be repeated safely.
*> Every record scrubbed is listed on a certificate of
*> anonymization (anon_cert_<date>.txt, registered in
*> spool_catalog.dat) and the run is written to activity_log.dat.

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
    SELECT POLICY-FILE ASSIGN TO "retention_policy.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-POLICY.
    SELECT ARCHIVE-FILE ASSIGN TO WS-ARCH-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-STATUS.
    SELECT SEGMENT-FILE ASSIGN TO WS-SEGMENT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SEGMENT.
    SELECT ALUMNI-FILE ASSIGN TO "alumni_master.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALUMNI-STATUS.
    SELECT PROFILE-FILE ASSIGN TO "student_profile.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-STATUS.
    SELECT TEMP-ANON-FILE ASSIGN TO "temp_anonymize.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.

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

FD  POLICY-FILE.
01  POLICY-RECORD.
    05  RET-YEARS          PIC 9(2).
    05  RET-COURSE-YEARS   PIC 9.
    05  RET-SET-DATE       PIC X(8).
    05  RET-SET-BY         PIC X(10).

FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD         PIC X(110).

FD  SEGMENT-FILE.
01  SEGMENT-RECORD.
    05  SEG-DATE           PIC X(8).
    05  SEG-TIME           PIC X(6).
    05  SEG-STAFF-ID       PIC X(10).
    05  SEG-FUNCTION       PIC X(20).
    05  SEG-STUDENT-ID     PIC X(10).
    05  SEG-SEMESTER       PIC 9.
    05  SEG-DETAIL         PIC X(25).

FD  ALUMNI-FILE.
01  ALUMNI-RECORD.
    05  ALM-STUDENT-ID     PIC X(10).
    05  ALM-NAME           PIC X(30).
    05  ALM-COHORT-YEAR    PIC 9(4).
    05  ALM-PROGRAM        PIC X(3).
    05  ALM-CLASS          PIC X(12).
    05  ALM-CERT-SERIAL    PIC 9(6).
    05  ALM-PHONE          PIC X(15).
    05  ALM-EMAIL          PIC X(30).
    05  ALM-ARCHIVE-DATE   PIC X(8).

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

FD  TEMP-ANON-FILE.
01  TEMP-ANON-RECORD       PIC X(178).

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
01  SPOOL-LINE             PIC X(100).

FD  SPOOL-CATALOG-FILE.
01  SPOOL-CATALOG-RECORD.
    05  SPL-RUN-NUMBER     PIC 9(5).
    05  SPL-REPORT-ID      PIC X(20).
    05  SPL-PARAMS         PIC X(20).
    05  SPL-STAFF-ID       PIC X(10).
    05  SPL-TIMESTAMP      PIC X(14).
    05  SPL-FILENAME       PIC X(30).

WORKING-STORAGE SECTION.
01  WS-MASTER-STATUS       PIC XX.
01  FILE-STATUS-POLICY     PIC XX.
01  WS-ARCH-STATUS         PIC XX.
01  FILE-STATUS-SEGMENT    PIC XX.
01  WS-ALUMNI-STATUS       PIC XX.
01  WS-PROFILE-STATUS      PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-OPERATOR-ID         PIC X(10).
01  WS-MENU-CHOICE         PIC X.
01  WS-CONFIRM             PIC X.
01  WS-NUM-INPUT           PIC X(4).

*> Policy defaults used until retention_policy.dat is first saved.
01  WS-RET-YEARS           PIC 9(2) VALUE 7.
01  WS-COURSE-YEARS        PIC 9 VALUE 2.
01  WS-POLICY-SET-DATE     PIC X(8) VALUE SPACES.
01  WS-POLICY-SET-BY       PIC X(10) VALUE SPACES.

*> Neutral replacement values.
01  WS-TOKEN               PIC X(10) VALUE "ANONYMIZED".
01  WS-DOB-TOKEN           PIC X(8) VALUE "00000000".

01  WS-TODAY               PIC X(8).
01  WS-CURRENT-YEAR        PIC 9(4).
01  WS-CURRENT-MONTH       PIC 9(2).
01  WS-CUTOFF-COHORT       PIC 9(4).
01  WS-CUTOFF-MONTH        PIC 9(6).
*> Earliest intake year the archive scan looks for.
01  WS-FIRST-YEAR          PIC 9(4) VALUE 1980.
01  WS-SCAN-YEAR           PIC 9(4).
01  WS-SCAN-SEM            PIC 9.
01  WS-SCAN-MONTH          PIC 9(6).
01  WS-SCAN-YY             PIC 9(4).
01  WS-SCAN-MM             PIC 9(2).
01  WS-ARCH-FILENAME       PIC X(40).
01  WS-SEGMENT-FILENAME    PIC X(30).
01  WS-CHANGED             PIC X.
01  WS-FIELDS-TEXT         PIC X(50).
01  WS-LINE-ID             PIC X(10).

*> Students of cohorts past retention, gathered from the archives
*> and the alumni master, so profile rows and old log segments
*> can be matched to them.
01  WS-ANON-ID-COUNT       PIC 9(4) VALUE 0.
01  WS-ANON-ID-TABLE.
    05  WS-ANON-ID         OCCURS 5000 TIMES PIC X(10).
01  WS-ID-SCAN             PIC 9(4).
01  WS-CHECK-ID            PIC X(10).
01  WS-ID-MATCHED          PIC X.
01  WS-ID-TABLE-FULL       PIC X VALUE 'N'.
01  WS-ON-LIVE-MASTER      PIC X.

01  WS-CNT-ARCHIVE         PIC 9(6) VALUE 0.
01  WS-CNT-AUDIT           PIC 9(6) VALUE 0.
01  WS-CNT-ALUMNI          PIC 9(6) VALUE 0.
01  WS-CNT-PROFILE         PIC 9(6) VALUE 0.
01  WS-CNT-PROFILE-LIVE    PIC 9(6) VALUE 0.
01  WS-CNT-SEGMENT         PIC 9(6) VALUE 0.
01  WS-CNT-FILES           PIC 9(4) VALUE 0.
01  WS-CNT-TOTAL           PIC 9(6) VALUE 0.

01  WS-SPOOL-FILENAME      PIC X(40).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM LOAD-POLICY
    DISPLAY "--- Retention Anonymization ---"
    DISPLAY "Enter your Staff ID: "
    ACCEPT WS-OPERATOR-ID
    DISPLAY "1. Run anonymization for cohorts past retention"
    DISPLAY "2. Set the retention policy"
    DISPLAY "3. Show the retention policy"
    DISPLAY "Enter choice (1-3): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM RUN-ANONYMIZATION
        WHEN '2'
            PERFORM SET-POLICY
        WHEN '3'
            PERFORM SHOW-POLICY
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

LOAD-POLICY.
    OPEN INPUT POLICY-FILE
    IF FILE-STATUS-POLICY = "00"
        READ POLICY-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RET-YEARS > 0
                    MOVE RET-YEARS TO WS-RET-YEARS
                END-IF
                IF RET-COURSE-YEARS > 0
                    MOVE RET-COURSE-YEARS TO WS-COURSE-YEARS
                END-IF
                MOVE RET-SET-DATE TO WS-POLICY-SET-DATE
                MOVE RET-SET-BY TO WS-POLICY-SET-BY
        END-READ
        CLOSE POLICY-FILE
    END-IF.

SET-POLICY.
    DISPLAY "Enter each value (Enter keeps the current value)."
    DISPLAY "Years kept after the final semester [" WS-RET-YEARS
        "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-RET-YEARS
    END-IF
    DISPLAY "Course length in years (intake to final semester) ["
        WS-COURSE-YEARS "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-COURSE-YEARS
    END-IF
    IF WS-RET-YEARS = 0 OR WS-COURSE-YEARS = 0
        DISPLAY "Retention and course length must be at least 1"
            " year - not saved."
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-POLICY-SET-DATE
    MOVE WS-OPERATOR-ID TO WS-POLICY-SET-BY
    OPEN OUTPUT POLICY-FILE
    MOVE WS-RET-YEARS TO RET-YEARS
    MOVE WS-COURSE-YEARS TO RET-COURSE-YEARS
    MOVE WS-POLICY-SET-DATE TO RET-SET-DATE
    MOVE WS-POLICY-SET-BY TO RET-SET-BY
    WRITE POLICY-RECORD
    CLOSE POLICY-FILE
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-OPERATOR-ID TO ACT-STAFF-ID
    MOVE "RETENTION-POLICY" TO ACT-FUNCTION
    MOVE 0 TO ACT-SEMESTER
    STRING "keep " WS-RET-YEARS " yrs, course "
        WS-COURSE-YEARS
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE
    DISPLAY "Retention policy saved."
    PERFORM SHOW-POLICY.

SHOW-POLICY.
    DISPLAY "Years kept after final semester : " WS-RET-YEARS
    DISPLAY "Course length (years)           : " WS-COURSE-YEARS
    IF WS-POLICY-SET-DATE = SPACES
        DISPLAY "(built-in defaults - no policy saved yet)"
    ELSE
        DISPLAY "Last set " WS-POLICY-SET-DATE " by "
            WS-POLICY-SET-BY
    END-IF.

RUN-ANONYMIZATION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR
    MOVE WS-TODAY(5:2) TO WS-CURRENT-MONTH
    COMPUTE WS-CUTOFF-COHORT = WS-CURRENT-YEAR - WS-COURSE-YEARS
        - WS-RET-YEARS
    COMPUTE WS-CUTOFF-MONTH = (WS-CURRENT-YEAR - WS-RET-YEARS) * 100
        + WS-CURRENT-MONTH
    DISPLAY "Cohorts with intake year " WS-CUTOFF-COHORT
        " or earlier are past retention."
    DISPLAY "Activity log segments before " WS-CUTOFF-MONTH
        " will be scrubbed for those students."
    DISPLAY "Personal fields will be overwritten and cannot be"
        " recovered."
    DISPLAY "Proceed (Y/N): "
    ACCEPT WS-CONFIRM
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
        DISPLAY "Cancelled - nothing changed."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-SPOOL-FILENAME
    STRING "anon_cert_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-SPOOL-FILENAME
    OPEN OUTPUT SPOOL-FILE
    PERFORM WRITE-CERT-HEADER
    PERFORM VARYING WS-SCAN-YEAR FROM WS-FIRST-YEAR BY 1
            UNTIL WS-SCAN-YEAR > WS-CUTOFF-COHORT
        PERFORM VARYING WS-SCAN-SEM FROM 1 BY 1
                UNTIL WS-SCAN-SEM > 4
            MOVE SPACES TO WS-ARCH-FILENAME
            STRING "archive_sem" WS-SCAN-SEM "_" WS-SCAN-YEAR
                ".dat" DELIMITED BY SIZE INTO WS-ARCH-FILENAME
            PERFORM SCRUB-ARCHIVE-MASTER
        END-PERFORM
        MOVE SPACES TO WS-ARCH-FILENAME
        STRING "archive_retake_" WS-SCAN-YEAR ".dat"
            DELIMITED BY SIZE INTO WS-ARCH-FILENAME
        PERFORM SCRUB-ARCHIVE-MASTER
        MOVE SPACES TO WS-ARCH-FILENAME
        STRING "archive_audit_" WS-SCAN-YEAR ".dat"
            DELIMITED BY SIZE INTO WS-ARCH-FILENAME
        PERFORM SCRUB-ARCHIVE-AUDIT
    END-PERFORM
    PERFORM SCRUB-ALUMNI
    PERFORM SCRUB-PROFILES
    PERFORM SCRUB-LOG-SEGMENTS
    PERFORM WRITE-CERT-FOOTER
    CLOSE SPOOL-FILE
    PERFORM SPOOL-REGISTER-RUN
    PERFORM LOG-RUN
    IF WS-ID-TABLE-FULL = 'Y'
        DISPLAY "WARNING: more than 5000 students past retention -"
            " run again to finish profiles and log segments."
    END-IF
    DISPLAY WS-CNT-TOTAL " record(s) anonymized. Certificate: "
        FUNCTION TRIM(WS-SPOOL-FILENAME).

WRITE-CERT-HEADER.
    MOVE ALL "=" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE "CERTIFICATE OF ANONYMIZATION" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE ALL "=" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Run date        : " WS-TODAY "   Run by: " WS-OPERATOR-ID
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Retention policy: " WS-RET-YEARS
        " year(s) after the final semester, course length "
        WS-COURSE-YEARS " year(s)"
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Cohorts covered : intake " WS-CUTOFF-COHORT
        " and earlier; log segments before " WS-CUTOFF-MONTH
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE "Kept unchanged  : student ID, cohort, program, marks,"
        TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE "                  grades, classification, certificate no."
        TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE "FILE                          STUDENT ID  FIELDS SCRUBBED"
        TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE ALL "-" TO SPOOL-LINE
    WRITE SPOOL-LINE.

WRITE-CERT-LINE.
    MOVE SPACES TO SPOOL-LINE
    MOVE WS-ARCH-FILENAME TO SPOOL-LINE(1:30)
    MOVE WS-LINE-ID TO SPOOL-LINE(31:10)
    MOVE WS-FIELDS-TEXT TO SPOOL-LINE(43:50)
    WRITE SPOOL-LINE
    ADD 1 TO WS-CNT-TOTAL.

WRITE-CERT-FOOTER.
    MOVE ALL "-" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Archive master/retake records : " WS-CNT-ARCHIVE
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Archived audit entries        : " WS-CNT-AUDIT
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Alumni master records         : " WS-CNT-ALUMNI
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Student profile rows          : " WS-CNT-PROFILE
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Activity log segment entries  : " WS-CNT-SEGMENT
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Files rewritten               : " WS-CNT-FILES
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "TOTAL RECORDS ANONYMIZED      : " WS-CNT-TOTAL
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    IF WS-CNT-PROFILE-LIVE > 0
        MOVE SPACES TO SPOOL-LINE
        STRING "Profiles kept (student back on a live master): "
            WS-CNT-PROFILE-LIVE
            DELIMITED BY SIZE INTO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE "Certified by: ______________________   Date: __________"
        TO SPOOL-LINE
    WRITE SPOOL-LINE.

SCRUB-ARCHIVE-MASTER.
    *> Semester and retake archives hold master record images: ID
    *> in 1-10, name in 11-40, results after that.
    OPEN INPUT ARCHIVE-FILE
    IF WS-ARCH-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-ANON-FILE
    MOVE 'N' TO WS-CHANGED
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ ARCHIVE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE ARCHIVE-RECORD(1:10) TO WS-CHECK-ID
                PERFORM NOTE-ANON-ID
                IF ARCHIVE-RECORD(11:30) NOT = WS-TOKEN
                    MOVE WS-TOKEN TO ARCHIVE-RECORD(11:30)
                    MOVE 'Y' TO WS-CHANGED
                    MOVE ARCHIVE-RECORD(1:10) TO WS-LINE-ID
                    MOVE "NAME" TO WS-FIELDS-TEXT
                    PERFORM WRITE-CERT-LINE
                    ADD 1 TO WS-CNT-ARCHIVE
                END-IF
                MOVE SPACES TO TEMP-ANON-RECORD
                MOVE ARCHIVE-RECORD TO TEMP-ANON-RECORD
                WRITE TEMP-ANON-RECORD
        END-READ
    END-PERFORM
    CLOSE ARCHIVE-FILE
    CLOSE TEMP-ANON-FILE
    PERFORM REPLACE-ARCHIVE-FILE.

SCRUB-ARCHIVE-AUDIT.
    *> Audit images: ID 1-10, semester 11, field name 12-26, old
    *> value 27-56, new value 57-86. Only NAME edits carry personal
    *> data; mark and status edits are part of the results history.
    OPEN INPUT ARCHIVE-FILE
    IF WS-ARCH-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-ANON-FILE
    MOVE 'N' TO WS-CHANGED
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ ARCHIVE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE ARCHIVE-RECORD(1:10) TO WS-CHECK-ID
                PERFORM NOTE-ANON-ID
                IF ARCHIVE-RECORD(12:15) = "NAME"
                        AND (ARCHIVE-RECORD(27:30) NOT = WS-TOKEN
                        OR ARCHIVE-RECORD(57:30) NOT = WS-TOKEN)
                    MOVE WS-TOKEN TO ARCHIVE-RECORD(27:30)
                    MOVE WS-TOKEN TO ARCHIVE-RECORD(57:30)
                    MOVE 'Y' TO WS-CHANGED
                    MOVE ARCHIVE-RECORD(1:10) TO WS-LINE-ID
                    MOVE "NAME CHANGE OLD/NEW VALUE" TO WS-FIELDS-TEXT
                    PERFORM WRITE-CERT-LINE
                    ADD 1 TO WS-CNT-AUDIT
                END-IF
                MOVE SPACES TO TEMP-ANON-RECORD
                MOVE ARCHIVE-RECORD TO TEMP-ANON-RECORD
                WRITE TEMP-ANON-RECORD
        END-READ
    END-PERFORM
    CLOSE ARCHIVE-FILE
    CLOSE TEMP-ANON-FILE
    PERFORM REPLACE-ARCHIVE-FILE.

REPLACE-ARCHIVE-FILE.
    IF WS-CHANGED = 'Y'
        CALL "CBL_DELETE_FILE" USING WS-ARCH-FILENAME
        CALL "CBL_RENAME_FILE" USING "temp_anonymize.dat"
            WS-ARCH-FILENAME
        ADD 1 TO WS-CNT-FILES
    ELSE
        CALL "CBL_DELETE_FILE" USING "temp_anonymize.dat"
    END-IF
    MOVE 'N' TO WS-EOF.

SCRUB-ALUMNI.
    MOVE "alumni_master.dat" TO WS-ARCH-FILENAME
    OPEN INPUT ALUMNI-FILE
    IF WS-ALUMNI-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-ANON-FILE
    MOVE 'N' TO WS-CHANGED
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ ALUMNI-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF ALM-COHORT-YEAR <= WS-CUTOFF-COHORT
                    MOVE ALM-STUDENT-ID TO WS-CHECK-ID
                    PERFORM NOTE-ANON-ID
                    IF ALM-NAME NOT = WS-TOKEN
                            OR ALM-PHONE NOT = SPACES
                            OR ALM-EMAIL NOT = SPACES
                        MOVE WS-TOKEN TO ALM-NAME
                        MOVE SPACES TO ALM-PHONE
                        MOVE SPACES TO ALM-EMAIL
                        MOVE 'Y' TO WS-CHANGED
                        MOVE ALM-STUDENT-ID TO WS-LINE-ID
                        MOVE "NAME PHONE EMAIL" TO WS-FIELDS-TEXT
                        PERFORM WRITE-CERT-LINE
                        ADD 1 TO WS-CNT-ALUMNI
                    END-IF
                END-IF
                MOVE SPACES TO TEMP-ANON-RECORD
                MOVE ALUMNI-RECORD TO TEMP-ANON-RECORD
                WRITE TEMP-ANON-RECORD
        END-READ
    END-PERFORM
    CLOSE ALUMNI-FILE
    CLOSE TEMP-ANON-FILE
    PERFORM REPLACE-ARCHIVE-FILE.

SCRUB-PROFILES.
    *> Only rows of students past retention who are not back on a
    *> live master (a restored student keeps their profile).
    MOVE "student_profile.dat" TO WS-ARCH-FILENAME
    OPEN INPUT PROFILE-FILE
    IF WS-PROFILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT STUDENT-FILE-SEM1
    OPEN INPUT STUDENT-FILE-SEM2
    OPEN INPUT STUDENT-FILE-SEM3
    OPEN INPUT STUDENT-FILE-SEM4
    OPEN OUTPUT TEMP-ANON-FILE
    MOVE 'N' TO WS-CHANGED
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ PROFILE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE PRF-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-ANON-ID
                IF WS-ID-MATCHED = 'Y' AND PRF-NAME NOT = WS-TOKEN
                    PERFORM CHECK-LIVE-MASTERS
                    IF WS-ON-LIVE-MASTER = 'Y'
                        ADD 1 TO WS-CNT-PROFILE-LIVE
                    ELSE
                        MOVE WS-TOKEN TO PRF-NAME
                        MOVE WS-DOB-TOKEN TO PRF-DOB
                        MOVE SPACES TO PRF-PHONE
                        MOVE SPACES TO PRF-EMAIL
                        MOVE WS-TOKEN TO PRF-ADDRESS
                        MOVE WS-TOKEN TO PRF-GUARDIAN-NAME
                        MOVE SPACES TO PRF-GUARDIAN-PHONE
                        MOVE 'Y' TO WS-CHANGED
                        MOVE PRF-STUDENT-ID TO WS-LINE-ID
                        MOVE "NAME DOB PHONE EMAIL ADDRESS GUARDIAN"
                            TO WS-FIELDS-TEXT
                        PERFORM WRITE-CERT-LINE
                        ADD 1 TO WS-CNT-PROFILE
                    END-IF
                END-IF
                MOVE SPACES TO TEMP-ANON-RECORD
                MOVE PROFILE-RECORD TO TEMP-ANON-RECORD
                WRITE TEMP-ANON-RECORD
        END-READ
    END-PERFORM
    CLOSE PROFILE-FILE
    CLOSE TEMP-ANON-FILE
    CLOSE STUDENT-FILE-SEM1
    CLOSE STUDENT-FILE-SEM2
    CLOSE STUDENT-FILE-SEM3
    CLOSE STUDENT-FILE-SEM4
    PERFORM REPLACE-ARCHIVE-FILE.

CHECK-LIVE-MASTERS.
    MOVE 'N' TO WS-ON-LIVE-MASTER
    MOVE WS-CHECK-ID TO STUDENT-ID1
    READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
        NOT INVALID KEY
            MOVE 'Y' TO WS-ON-LIVE-MASTER
    END-READ
    MOVE WS-CHECK-ID TO STUDENT-ID2
    READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
        NOT INVALID KEY
            MOVE 'Y' TO WS-ON-LIVE-MASTER
    END-READ
    MOVE WS-CHECK-ID TO STUDENT-ID3
    READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
        NOT INVALID KEY
            MOVE 'Y' TO WS-ON-LIVE-MASTER
    END-READ
    MOVE WS-CHECK-ID TO STUDENT-ID4
    READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
        NOT INVALID KEY
            MOVE 'Y' TO WS-ON-LIVE-MASTER
    END-READ.

SCRUB-LOG-SEGMENTS.
    *> Segments are monthly (LOG-ROTATE); every month from the
    *> first archive year up to the retention cut-off is tried.
    COMPUTE WS-SCAN-MONTH = WS-FIRST-YEAR * 100 + 1
    PERFORM UNTIL WS-SCAN-MONTH >= WS-CUTOFF-MONTH
        MOVE SPACES TO WS-SEGMENT-FILENAME
        STRING "activity_log_" WS-SCAN-MONTH ".dat"
            DELIMITED BY SIZE INTO WS-SEGMENT-FILENAME
        PERFORM SCRUB-ONE-SEGMENT
        COMPUTE WS-SCAN-YY = WS-SCAN-MONTH / 100
        COMPUTE WS-SCAN-MM = WS-SCAN-MONTH - (WS-SCAN-YY * 100)
        IF WS-SCAN-MM >= 12
            COMPUTE WS-SCAN-MONTH = (WS-SCAN-YY + 1) * 100 + 1
        ELSE
            ADD 1 TO WS-SCAN-MONTH
        END-IF
    END-PERFORM.

SCRUB-ONE-SEGMENT.
    OPEN INPUT SEGMENT-FILE
    IF FILE-STATUS-SEGMENT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SEGMENT-FILENAME TO WS-ARCH-FILENAME
    OPEN OUTPUT TEMP-ANON-FILE
    MOVE 'N' TO WS-CHANGED
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ SEGMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SEG-STUDENT-ID NOT = SPACES
                        AND SEG-DETAIL NOT = SPACES
                        AND SEG-DETAIL NOT = WS-TOKEN
                    MOVE SEG-STUDENT-ID TO WS-CHECK-ID
                    PERFORM CHECK-ANON-ID
                    IF WS-ID-MATCHED = 'Y'
                        MOVE WS-TOKEN TO SEG-DETAIL
                        MOVE 'Y' TO WS-CHANGED
                        MOVE SEG-STUDENT-ID TO WS-LINE-ID
                        MOVE SPACES TO WS-FIELDS-TEXT
                        STRING "DETAIL (" SEG-DATE " "
                            FUNCTION TRIM(SEG-FUNCTION) ")"
                            DELIMITED BY SIZE INTO WS-FIELDS-TEXT
                        PERFORM WRITE-CERT-LINE
                        ADD 1 TO WS-CNT-SEGMENT
                    END-IF
                END-IF
                MOVE SPACES TO TEMP-ANON-RECORD
                MOVE SEGMENT-RECORD TO TEMP-ANON-RECORD
                WRITE TEMP-ANON-RECORD
        END-READ
    END-PERFORM
    CLOSE SEGMENT-FILE
    CLOSE TEMP-ANON-FILE
    PERFORM REPLACE-ARCHIVE-FILE.

NOTE-ANON-ID.
    PERFORM CHECK-ANON-ID
    IF WS-ID-MATCHED = 'N' AND WS-CHECK-ID NOT = SPACES
        IF WS-ANON-ID-COUNT < 5000
            ADD 1 TO WS-ANON-ID-COUNT
            MOVE WS-CHECK-ID TO WS-ANON-ID(WS-ANON-ID-COUNT)
        ELSE
            MOVE 'Y' TO WS-ID-TABLE-FULL
        END-IF
    END-IF.

CHECK-ANON-ID.
    MOVE 'N' TO WS-ID-MATCHED
    PERFORM VARYING WS-ID-SCAN FROM 1 BY 1
            UNTIL WS-ID-SCAN > WS-ANON-ID-COUNT
               OR WS-ID-MATCHED = 'Y'
        IF WS-ANON-ID(WS-ID-SCAN) = WS-CHECK-ID
            MOVE 'Y' TO WS-ID-MATCHED
        END-IF
    END-PERFORM.

LOG-RUN.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-OPERATOR-ID TO ACT-STAFF-ID
    MOVE "ANONYMIZE-RUN" TO ACT-FUNCTION
    MOVE 0 TO ACT-SEMESTER
    STRING "to " WS-CUTOFF-COHORT " recs " WS-CNT-TOTAL
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

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
    MOVE "ANONYMIZE-RUN" TO SPL-REPORT-ID
    STRING "COHORTS TO " WS-CUTOFF-COHORT
        DELIMITED BY SIZE INTO SPL-PARAMS
    MOVE WS-OPERATOR-ID TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-SPOOL-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.
