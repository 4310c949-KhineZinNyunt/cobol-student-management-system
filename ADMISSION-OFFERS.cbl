IDENTIFICATION DIVISION.
PROGRAM-ID. ADMISSION-OFFERS.

*> Admission offers and acceptance cycle, in front of the SEM1 bulk
*> intake import. Admissions supplies the season's applications in
*> admissions_applications.dat (REF,NAME,PROGRAM,SCORE per line);
*> they are loaded to the offer register admission_offers.dat and
*> ranked within each PROGRAM-CODE by score. admission_quotas.dat
*> holds each program's quota of places, the acceptance deposit
*> and the number of days an offer stays open. The offer run fills
*> each program's places from the top of its list and writes the
*> offer letters to offer_letters_YYYYMMDD.txt; everyone below the
*> line stays on the reserve list in rank order. Acceptances,
*> declines and deposit payments are recorded against the applicant
*> reference. A decline, or an offer left unanswered past its
*> expiry (the lapse run), releases the place and the next reserve
*> applicant is offered it straight away. Only applicants who have
*> accepted and paid the full deposit are released to
*> admissions_intake.dat for the RegisterationForm IMPORT, which
*> marks them enrolled here with the student ID it issues. The
*> quota-versus-accepted report supports the intake meeting.
*> Register status: R reserve, O offered, A accepted, D declined,
*> L lapsed, I released to intake, E enrolled.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OFFER-FILE ASSIGN TO "admission_offers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-OFFER.
    SELECT QUOTA-FILE ASSIGN TO "admission_quotas.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-QUOTA.
    SELECT APPLICATION-FILE ASSIGN TO "admissions_applications.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-APPLICATION.
    SELECT APPLICATION-EXCEPTION-FILE
        ASSIGN TO "application_exceptions.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INTAKE-FILE ASSIGN TO "admissions_intake.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-INTAKE.
    SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-LETTER.
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
FD  OFFER-FILE.
01  OFFER-RECORD.
    05  AOF-REF            PIC X(10).
    05  AOF-NAME           PIC X(30).
    05  AOF-PROGRAM        PIC X(3).
    05  AOF-SCORE          PIC 9(3)V99.
    05  AOF-RANK           PIC 9(4).
    05  AOF-STATUS         PIC X.
        88  AOF-RESERVE        VALUE 'R'.
        88  AOF-OFFERED        VALUE 'O'.
        88  AOF-ACCEPTED       VALUE 'A'.
        88  AOF-DECLINED       VALUE 'D'.
        88  AOF-LAPSED         VALUE 'L'.
        88  AOF-RELEASED       VALUE 'I'.
        88  AOF-ENROLLED       VALUE 'E'.
    05  AOF-OFFER-DATE     PIC X(8).
    05  AOF-EXPIRY-DATE    PIC X(8).
    05  AOF-RESPONSE-DATE  PIC X(8).
    05  AOF-DEPOSIT-PAID   PIC 9(5)V99.
    05  AOF-DEPOSIT-DATE   PIC X(8).
    05  AOF-DEPOSIT-OK     PIC X.
    05  AOF-STUDENT-ID     PIC X(10).

FD  QUOTA-FILE.
01  QUOTA-RECORD.
    05  AQU-PROGRAM        PIC X(3).
    05  AQU-QUOTA          PIC 9(4).
    05  AQU-DEPOSIT        PIC 9(5)V99.
    05  AQU-OFFER-DAYS     PIC 9(3).

FD  APPLICATION-FILE.
01  APPLICATION-RECORD     PIC X(80).

FD  APPLICATION-EXCEPTION-FILE.
01  APPLICATION-EXCEPTION-RECORD PIC X(100).

FD  INTAKE-FILE.
01  INTAKE-RECORD          PIC X(60).

FD  LETTER-FILE.
01  LETTER-LINE            PIC X(80).

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
01  FILE-STATUS-OFFER      PIC XX.
01  FILE-STATUS-QUOTA      PIC XX.
01  FILE-STATUS-APPLICATION PIC XX.
01  FILE-STATUS-INTAKE     PIC XX.
01  FILE-STATUS-LETTER     PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-TODAY               PIC X(8).
01  WS-TODAY-NUM           PIC 9(8).
01  WS-DATE-NUM            PIC 9(8).
01  WS-REF-INPUT           PIC X(10).
01  WS-ANSWER              PIC X.
01  WS-NUM-INPUT           PIC X(10).
01  WS-PROGRAM-INPUT       PIC X(3).
01  WS-LETTER-FILENAME     PIC X(30).
01  WS-REPORT-FILENAME     PIC X(30).
01  WS-LETTER-OPEN         PIC X VALUE 'N'.
01  WS-LETTER-COUNT        PIC 9(4) VALUE 0.
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.
01  WS-SPOOL-REPORT-ID     PIC X(20).
01  WS-SPOOL-FILENAME      PIC X(30).
01  WS-PARAMS              PIC X(20).
01  WS-LOG-FUNCTION        PIC X(20).
01  WS-LOG-DETAIL          PIC X(25).
01  WS-AMOUNT              PIC 9(5)V99 VALUE 0.
01  WS-AMOUNT-DISP         PIC Z(4)9.99.
01  WS-SCORE-DISP          PIC ZZ9.99.

*> The offer register, held in storage and rewritten whole.
01  WS-APP-COUNT           PIC 9(4) VALUE 0.
01  WS-APP-TABLE.
    05  WS-APP-ENTRY       OCCURS 2000 TIMES.
        10  WS-APP-REF     PIC X(10).
        10  WS-APP-NAME    PIC X(30).
        10  WS-APP-PROGRAM PIC X(3).
        10  WS-APP-SCORE   PIC 9(3)V99.
        10  WS-APP-RANK    PIC 9(4).
        10  WS-APP-STATUS  PIC X.
        10  WS-APP-OFFER-DATE PIC X(8).
        10  WS-APP-EXPIRY  PIC X(8).
        10  WS-APP-RESPONSE PIC X(8).
        10  WS-APP-DEP-PAID PIC 9(5)V99.
        10  WS-APP-DEP-DATE PIC X(8).
        10  WS-APP-DEP-OK  PIC X.
        10  WS-APP-STUDENT-ID PIC X(10).
01  WS-APP-IX              PIC 9(4).
01  WS-APP-OTHER           PIC 9(4).
01  WS-APP-HIT             PIC 9(4).
01  WS-BEST-RANK           PIC 9(4).

01  WS-QT-COUNT            PIC 9(2) VALUE 0.
01  WS-QUOTA-TABLE.
    05  WS-QT-ENTRY        OCCURS 50 TIMES.
        10  WS-QT-PROGRAM  PIC X(3).
        10  WS-QT-QUOTA    PIC 9(4).
        10  WS-QT-DEPOSIT  PIC 9(5)V99.
        10  WS-QT-DAYS     PIC 9(3).
01  WS-QT-IX               PIC 9(2).
01  WS-QT-HIT              PIC 9(2).

*> Application load.
01  WS-ROW-REF             PIC X(10).
01  WS-ROW-NAME            PIC X(30).
01  WS-ROW-PROGRAM         PIC X(3).
01  WS-ROW-SCORE-TEXT      PIC X(10).
01  WS-ROW-REASON          PIC X(15).
01  WS-ROW-OK              PIC X.
01  WS-READ-COUNT          PIC 9(4) VALUE 0.
01  WS-LOADED-COUNT        PIC 9(4) VALUE 0.
01  WS-REJECT-COUNT        PIC 9(4) VALUE 0.

*> Offer run and the per-program report.
01  WS-HELD                PIC 9(4).
01  WS-OFFER-COUNT         PIC 9(4) VALUE 0.
01  WS-LAPSE-COUNT         PIC 9(4) VALUE 0.
01  WS-RELEASE-COUNT       PIC 9(4) VALUE 0.
01  WS-REGISTER-CHANGED    PIC X VALUE 'N'.
01  WS-RPT-COUNTS.
    05  WS-RPT-OFFERED     PIC 9(4).
    05  WS-RPT-ACCEPTED    PIC 9(4).
    05  WS-RPT-DEPOSITED   PIC 9(4).
    05  WS-RPT-ENROLLED    PIC 9(4).
    05  WS-RPT-DECLINED    PIC 9(4).
    05  WS-RPT-LAPSED      PIC 9(4).
    05  WS-RPT-RESERVE     PIC 9(4).
    05  WS-RPT-VACANT      PIC 9(4).
01  WS-TOTAL-QUOTA         PIC 9(5) VALUE 0.
01  WS-TOTAL-ACCEPTED      PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE WS-TODAY TO WS-TODAY-NUM
    PERFORM LOAD-QUOTAS
    PERFORM LOAD-OFFER-REGISTER
    DISPLAY "--- Admission Offers and Acceptances ---"
    DISPLAY "Staff ID: "
    ACCEPT WS-STAFF-ID
    DISPLAY "1. Load and rank applications"
    DISPLAY "2. Issue offers up to program quotas"
    DISPLAY "3. Record acceptance or decline"
    DISPLAY "4. Record acceptance deposit payment"
    DISPLAY "5. Lapse expired offers and re-offer the places"
    DISPLAY "6. Release accepted applicants to the SEM1 intake"
    DISPLAY "7. Quota versus accepted report"
    DISPLAY "8. Program quotas"
    DISPLAY "Enter choice (1-8): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM LOAD-APPLICATIONS
        WHEN '2'
            PERFORM ISSUE-OFFERS
        WHEN '3'
            PERFORM RECORD-RESPONSE
        WHEN '4'
            PERFORM RECORD-DEPOSIT
        WHEN '5'
            PERFORM LAPSE-OFFERS
        WHEN '6'
            PERFORM RELEASE-TO-INTAKE
        WHEN '7'
            PERFORM QUOTA-REPORT
        WHEN '8'
            PERFORM SET-QUOTA
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    IF WS-REGISTER-CHANGED = 'Y'
        PERFORM WRITE-OFFER-REGISTER
    END-IF
    STOP RUN.

LOAD-QUOTAS.
    MOVE 0 TO WS-QT-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT QUOTA-FILE
    IF FILE-STATUS-QUOTA NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ QUOTA-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-QT-COUNT < 50 AND AQU-PROGRAM NOT = SPACES
                    ADD 1 TO WS-QT-COUNT
                    MOVE AQU-PROGRAM TO WS-QT-PROGRAM(WS-QT-COUNT)
                    MOVE AQU-QUOTA TO WS-QT-QUOTA(WS-QT-COUNT)
                    MOVE AQU-DEPOSIT TO WS-QT-DEPOSIT(WS-QT-COUNT)
                    MOVE AQU-OFFER-DAYS TO WS-QT-DAYS(WS-QT-COUNT)
                    IF WS-QT-DAYS(WS-QT-COUNT) = 0
                        MOVE 14 TO WS-QT-DAYS(WS-QT-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-QUOTA NOT = "35"
        CLOSE QUOTA-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

FIND-QUOTA.
    *> WS-QT-HIT is the quota row for WS-PROGRAM-INPUT, or 0.
    MOVE 0 TO WS-QT-HIT
    PERFORM VARYING WS-QT-IX FROM 1 BY 1
            UNTIL WS-QT-IX > WS-QT-COUNT OR WS-QT-HIT > 0
        IF WS-QT-PROGRAM(WS-QT-IX) = WS-PROGRAM-INPUT
            MOVE WS-QT-IX TO WS-QT-HIT
        END-IF
    END-PERFORM.

SET-QUOTA.
    DISPLAY "Program  Quota Deposit  Offer days"
    PERFORM VARYING WS-QT-IX FROM 1 BY 1
            UNTIL WS-QT-IX > WS-QT-COUNT
        MOVE WS-QT-DEPOSIT(WS-QT-IX) TO WS-AMOUNT-DISP
        DISPLAY WS-QT-PROGRAM(WS-QT-IX) "      "
            WS-QT-QUOTA(WS-QT-IX) " " WS-AMOUNT-DISP "  "
            WS-QT-DAYS(WS-QT-IX)
    END-PERFORM
    DISPLAY "Program code to set (Enter to leave): "
    ACCEPT WS-PROGRAM-INPUT
    MOVE FUNCTION UPPER-CASE(WS-PROGRAM-INPUT) TO WS-PROGRAM-INPUT
    IF WS-PROGRAM-INPUT = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-QUOTA
    IF WS-QT-HIT = 0
        IF WS-QT-COUNT >= 50
            DISPLAY "Quota table is full."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-QT-COUNT
        MOVE WS-QT-COUNT TO WS-QT-HIT
        MOVE WS-PROGRAM-INPUT TO WS-QT-PROGRAM(WS-QT-HIT)
        MOVE 0 TO WS-QT-QUOTA(WS-QT-HIT)
        MOVE 0 TO WS-QT-DEPOSIT(WS-QT-HIT)
        MOVE 14 TO WS-QT-DAYS(WS-QT-HIT)
    END-IF
    DISPLAY "Enter keeps the current value."
    DISPLAY "Places (quota) [" WS-QT-QUOTA(WS-QT-HIT) "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-QT-QUOTA(WS-QT-HIT)
    END-IF
    MOVE WS-QT-DEPOSIT(WS-QT-HIT) TO WS-AMOUNT-DISP
    DISPLAY "Acceptance deposit [" WS-AMOUNT-DISP "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-QT-DEPOSIT(WS-QT-HIT)
    END-IF
    DISPLAY "Days an offer stays open [" WS-QT-DAYS(WS-QT-HIT) "]: "
    ACCEPT WS-NUM-INPUT
    IF WS-NUM-INPUT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-QT-DAYS(WS-QT-HIT)
    END-IF
    IF WS-QT-DAYS(WS-QT-HIT) = 0
        MOVE 14 TO WS-QT-DAYS(WS-QT-HIT)
    END-IF
    OPEN OUTPUT QUOTA-FILE
    PERFORM VARYING WS-QT-IX FROM 1 BY 1
            UNTIL WS-QT-IX > WS-QT-COUNT
        MOVE SPACES TO QUOTA-RECORD
        MOVE WS-QT-PROGRAM(WS-QT-IX) TO AQU-PROGRAM
        MOVE WS-QT-QUOTA(WS-QT-IX) TO AQU-QUOTA
        MOVE WS-QT-DEPOSIT(WS-QT-IX) TO AQU-DEPOSIT
        MOVE WS-QT-DAYS(WS-QT-IX) TO AQU-OFFER-DAYS
        WRITE QUOTA-RECORD
    END-PERFORM
    CLOSE QUOTA-FILE
    MOVE SPACES TO WS-REF-INPUT
    MOVE "ADMIT-QUOTA" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING WS-PROGRAM-INPUT " QUOTA " WS-QT-QUOTA(WS-QT-HIT)
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-OFFER-ACTION
    DISPLAY "Quota saved for " WS-PROGRAM-INPUT ".".

LOAD-OFFER-REGISTER.
    MOVE 0 TO WS-APP-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT OFFER-FILE
    IF FILE-STATUS-OFFER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ OFFER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-APP-COUNT < 2000
                    ADD 1 TO WS-APP-COUNT
                    MOVE OFFER-RECORD TO WS-APP-ENTRY(WS-APP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-OFFER NOT = "35"
        CLOSE OFFER-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

WRITE-OFFER-REGISTER.
    OPEN OUTPUT OFFER-FILE
    PERFORM VARYING WS-APP-IX FROM 1 BY 1
            UNTIL WS-APP-IX > WS-APP-COUNT
        MOVE WS-APP-ENTRY(WS-APP-IX) TO OFFER-RECORD
        WRITE OFFER-RECORD
    END-PERFORM
    CLOSE OFFER-FILE.

FIND-APPLICANT.
    *> WS-APP-HIT is the register row for WS-REF-INPUT, or 0.
    MOVE 0 TO WS-APP-HIT
    PERFORM VARYING WS-APP-IX FROM 1 BY 1
            UNTIL WS-APP-IX > WS-APP-COUNT OR WS-APP-HIT > 0
        IF WS-APP-REF(WS-APP-IX) = WS-REF-INPUT
            MOVE WS-APP-IX TO WS-APP-HIT
        END-IF
    END-PERFORM.

LOAD-APPLICATIONS.
    *> New references join the register on the reserve list; rows
    *> already on it, for a program with no quota, or with a blank
    *> field go back to admissions in application_exceptions.dat.
    OPEN INPUT APPLICATION-FILE
    IF FILE-STATUS-APPLICATION NOT = "00"
        DISPLAY "Applications file admissions_applications.dat "
            "not found."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT APPLICATION-EXCEPTION-FILE
    MOVE 0 TO WS-READ-COUNT
    MOVE 0 TO WS-LOADED-COUNT
    MOVE 0 TO WS-REJECT-COUNT
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ APPLICATION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM LOAD-ONE-APPLICATION
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE
    CLOSE APPLICATION-EXCEPTION-FILE
    MOVE 'N' TO WS-EOF
    IF WS-LOADED-COUNT > 0
        PERFORM RANK-APPLICANTS
        MOVE 'Y' TO WS-REGISTER-CHANGED
    END-IF
    MOVE SPACES TO WS-REF-INPUT
    MOVE "ADMIT-LOAD" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "LOADED " WS-LOADED-COUNT " REJECTED " WS-REJECT-COUNT
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-OFFER-ACTION
    DISPLAY "Applications: " WS-READ-COUNT " read, " WS-LOADED-COUNT
        " loaded and ranked, " WS-REJECT-COUNT " rejected."
    DISPLAY "Rejections written to application_exceptions.dat".

LOAD-ONE-APPLICATION.
    MOVE SPACES TO WS-ROW-REF WS-ROW-NAME WS-ROW-PROGRAM
        WS-ROW-SCORE-TEXT WS-ROW-REASON
    MOVE 'Y' TO WS-ROW-OK
    UNSTRING APPLICATION-RECORD DELIMITED BY ","
        INTO WS-ROW-REF, WS-ROW-NAME, WS-ROW-PROGRAM,
            WS-ROW-SCORE-TEXT
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(WS-ROW-PROGRAM) TO WS-ROW-PROGRAM
    IF WS-ROW-REF = SPACES OR WS-ROW-NAME = SPACES
            OR WS-ROW-PROGRAM = SPACES OR WS-ROW-SCORE-TEXT = SPACES
        MOVE "BAD-ROW" TO WS-ROW-REASON
        MOVE 'N' TO WS-ROW-OK
    END-IF
    IF WS-ROW-OK = 'Y'
        MOVE WS-ROW-REF TO WS-REF-INPUT
        PERFORM FIND-APPLICANT
        IF WS-APP-HIT > 0
            MOVE "DUPLICATE" TO WS-ROW-REASON
            MOVE 'N' TO WS-ROW-OK
        END-IF
    END-IF
    IF WS-ROW-OK = 'Y'
        MOVE WS-ROW-PROGRAM TO WS-PROGRAM-INPUT
        PERFORM FIND-QUOTA
        IF WS-QT-HIT = 0
            MOVE "NO-QUOTA" TO WS-ROW-REASON
            MOVE 'N' TO WS-ROW-OK
        END-IF
    END-IF
    IF WS-ROW-OK = 'Y' AND WS-APP-COUNT >= 2000
        MOVE "NO-ROOM" TO WS-ROW-REASON
        MOVE 'N' TO WS-ROW-OK
    END-IF
    IF WS-ROW-OK = 'Y'
        ADD 1 TO WS-APP-COUNT
        ADD 1 TO WS-LOADED-COUNT
        MOVE SPACES TO WS-APP-ENTRY(WS-APP-COUNT)
        MOVE WS-ROW-REF TO WS-APP-REF(WS-APP-COUNT)
        MOVE WS-ROW-NAME TO WS-APP-NAME(WS-APP-COUNT)
        MOVE WS-ROW-PROGRAM TO WS-APP-PROGRAM(WS-APP-COUNT)
        MOVE FUNCTION NUMVAL(WS-ROW-SCORE-TEXT)
            TO WS-APP-SCORE(WS-APP-COUNT)
        MOVE 0 TO WS-APP-RANK(WS-APP-COUNT)
        MOVE 'R' TO WS-APP-STATUS(WS-APP-COUNT)
        MOVE 0 TO WS-APP-DEP-PAID(WS-APP-COUNT)
        MOVE 'N' TO WS-APP-DEP-OK(WS-APP-COUNT)
    ELSE
        ADD 1 TO WS-REJECT-COUNT
        MOVE SPACES TO APPLICATION-EXCEPTION-RECORD
        STRING FUNCTION TRIM(WS-ROW-REF) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM(WS-ROW-NAME) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-ROW-PROGRAM DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-ROW-REASON DELIMITED BY SIZE
            INTO APPLICATION-EXCEPTION-RECORD
        WRITE APPLICATION-EXCEPTION-RECORD
    END-IF.

RANK-APPLICANTS.
    *> Rank within the program: highest score first, ties by
    *> reference. The reserve list is offered in this order.
    PERFORM VARYING WS-APP-IX FROM 1 BY 1
            UNTIL WS-APP-IX > WS-APP-COUNT
        MOVE 1 TO WS-APP-RANK(WS-APP-IX)
        PERFORM VARYING WS-APP-OTHER FROM 1 BY 1
                UNTIL WS-APP-OTHER > WS-APP-COUNT
            IF WS-APP-PROGRAM(WS-APP-OTHER)
                    = WS-APP-PROGRAM(WS-APP-IX)
                IF WS-APP-SCORE(WS-APP-OTHER)
                        > WS-APP-SCORE(WS-APP-IX)
                    OR (WS-APP-SCORE(WS-APP-OTHER)
                            = WS-APP-SCORE(WS-APP-IX)
                        AND WS-APP-REF(WS-APP-OTHER)
                            < WS-APP-REF(WS-APP-IX))
                    ADD 1 TO WS-APP-RANK(WS-APP-IX)
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

ISSUE-OFFERS.
    MOVE 0 TO WS-OFFER-COUNT
    PERFORM VARYING WS-QT-IX FROM 1 BY 1
            UNTIL WS-QT-IX > WS-QT-COUNT
        PERFORM OFFER-PROGRAM-PLACES
    END-PERFORM
    IF WS-LETTER-OPEN = 'Y'
        CLOSE LETTER-FILE
        MOVE 'N' TO WS-LETTER-OPEN
        MOVE "OFFER-LETTERS" TO WS-SPOOL-REPORT-ID
        MOVE WS-LETTER-FILENAME TO WS-SPOOL-FILENAME
        MOVE SPACES TO WS-PARAMS
        STRING "OFFERS " WS-OFFER-COUNT
            DELIMITED BY SIZE INTO WS-PARAMS
        PERFORM SPOOL-REGISTER-RUN
    END-IF
    DISPLAY WS-OFFER-COUNT " offer(s) issued."
    IF WS-OFFER-COUNT > 0
        DISPLAY "Offer letters written to "
            FUNCTION TRIM(WS-LETTER-FILENAME)
    END-IF.

OFFER-PROGRAM-PLACES.
    *> Places held are live offers plus acceptances; the rest of the
    *> quota goes to the reserve list in rank order.
    MOVE 0 TO WS-HELD
    PERFORM VARYING WS-APP-IX FROM 1 BY 1
            UNTIL WS-APP-IX > WS-APP-COUNT
        IF WS-APP-PROGRAM(WS-APP-IX) = WS-QT-PROGRAM(WS-QT-IX)
            IF WS-APP-STATUS(WS-APP-IX) = 'O'
                    OR WS-APP-STATUS(WS-APP-IX) = 'A'
                    OR WS-APP-STATUS(WS-APP-IX) = 'I'
                    OR WS-APP-STATUS(WS-APP-IX) = 'E'
                ADD 1 TO WS-HELD
            END-IF
        END-IF
    END-PERFORM
    MOVE 1 TO WS-APP-HIT
    PERFORM UNTIL WS-HELD >= WS-QT-QUOTA(WS-QT-IX)
            OR WS-APP-HIT = 0
        PERFORM FIND-NEXT-RESERVE
        IF WS-APP-HIT > 0
            MOVE 'O' TO WS-APP-STATUS(WS-APP-HIT)
            MOVE WS-TODAY TO WS-APP-OFFER-DATE(WS-APP-HIT)
            COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                    + WS-QT-DAYS(WS-QT-IX))
            MOVE WS-DATE-NUM TO WS-APP-EXPIRY(WS-APP-HIT)
            MOVE SPACES TO WS-APP-RESPONSE(WS-APP-HIT)
            ADD 1 TO WS-HELD
            ADD 1 TO WS-OFFER-COUNT
            MOVE 'Y' TO WS-REGISTER-CHANGED
            PERFORM WRITE-OFFER-LETTER
            MOVE WS-APP-REF(WS-APP-HIT) TO WS-REF-INPUT
            MOVE "ADMIT-OFFER" TO WS-LOG-FUNCTION
            MOVE SPACES TO WS-LOG-DETAIL
            STRING WS-APP-PROGRAM(WS-APP-HIT) " RANK "
                WS-APP-RANK(WS-APP-HIT)
                DELIMITED BY SIZE INTO WS-LOG-DETAIL
            PERFORM LOG-OFFER-ACTION
        END-IF
    END-PERFORM.

FIND-NEXT-RESERVE.
    *> Best-ranked applicant still on the program's reserve list.
    MOVE 0 TO WS-APP-HIT
    MOVE 9999 TO WS-BEST-RANK
    PERFORM VARYING WS-APP-IX FROM 1 BY 1
            UNTIL WS-APP-IX > WS-APP-COUNT
        IF WS-APP-PROGRAM(WS-APP-IX) = WS-QT-PROGRAM(WS-QT-IX)
                AND WS-APP-STATUS(WS-APP-IX) = 'R'
                AND WS-APP-RANK(WS-APP-IX) < WS-BEST-RANK
            MOVE WS-APP-IX TO WS-APP-HIT
            MOVE WS-APP-RANK(WS-APP-IX) TO WS-BEST-RANK
        END-IF
    END-PERFORM.

WRITE-OFFER-LETTER.
    IF WS-LETTER-OPEN NOT = 'Y'
        MOVE SPACES TO WS-LETTER-FILENAME
        STRING "offer_letters_" WS-TODAY ".txt"
            DELIMITED BY SIZE INTO WS-LETTER-FILENAME
        OPEN EXTEND LETTER-FILE
        IF FILE-STATUS-LETTER NOT = "00"
            OPEN OUTPUT LETTER-FILE
        END-IF
        MOVE 'Y' TO WS-LETTER-OPEN
    END-IF
    MOVE WS-QT-DEPOSIT(WS-QT-IX) TO WS-AMOUNT-DISP
    MOVE ALL "=" TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "OFFER OF ADMISSION                       Date: " WS-TODAY
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "Applicant ref: " WS-APP-REF(WS-APP-HIT)
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "Dear " FUNCTION TRIM(WS-APP-NAME(WS-APP-HIT)) ","
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "We are pleased to offer you a place on the "
        WS-APP-PROGRAM(WS-APP-HIT) " programme."
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "To accept, reply and pay the acceptance deposit of "
        FUNCTION TRIM(WS-AMOUNT-DISP)
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "by " WS-APP-EXPIRY(WS-APP-HIT)
        ". After that date the place is offered to the next"
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "applicant on the reserve list." TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "Admissions Office" TO LETTER-LINE
    WRITE LETTER-LINE.

RECORD-RESPONSE.
    DISPLAY "Applicant reference: "
    ACCEPT WS-REF-INPUT
    PERFORM FIND-APPLICANT
    IF WS-APP-HIT = 0
        DISPLAY "Reference not on the offer register."
        EXIT PARAGRAPH
    END-IF
    DISPLAY FUNCTION TRIM(WS-APP-NAME(WS-APP-HIT)) " - "
        WS-APP-PROGRAM(WS-APP-HIT) " status "
        WS-APP-STATUS(WS-APP-HIT)
    IF WS-APP-STATUS(WS-APP-HIT) NOT = 'O'
            AND WS-APP-STATUS(WS-APP-HIT) NOT = 'A'
        DISPLAY "Only an open offer or an acceptance can be "
            "answered."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "(A)ccept or (D)ecline: "
    ACCEPT WS-ANSWER
    MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
    EVALUATE WS-ANSWER
        WHEN 'A'
            IF WS-APP-STATUS(WS-APP-HIT) = 'A'
                DISPLAY "Already accepted."
                EXIT PARAGRAPH
            END-IF
            MOVE 'A' TO WS-APP-STATUS(WS-APP-HIT)
            MOVE WS-TODAY TO WS-APP-RESPONSE(WS-APP-HIT)
            MOVE 'Y' TO WS-REGISTER-CHANGED
            MOVE "ADMIT-ACCEPT" TO WS-LOG-FUNCTION
            MOVE WS-APP-PROGRAM(WS-APP-HIT) TO WS-LOG-DETAIL
            PERFORM LOG-OFFER-ACTION
            DISPLAY "Acceptance recorded - the place is held "
                "once the deposit is paid in full."
        WHEN 'D'
            MOVE 'D' TO WS-APP-STATUS(WS-APP-HIT)
            MOVE WS-TODAY TO WS-APP-RESPONSE(WS-APP-HIT)
            MOVE 'Y' TO WS-REGISTER-CHANGED
            MOVE "ADMIT-DECLINE" TO WS-LOG-FUNCTION
            MOVE WS-APP-PROGRAM(WS-APP-HIT) TO WS-LOG-DETAIL
            PERFORM LOG-OFFER-ACTION
            DISPLAY "Decline recorded - offering the place to the "
                "reserve list."
            PERFORM ISSUE-OFFERS
        WHEN OTHER
            DISPLAY "Nothing recorded."
    END-EVALUATE.

RECORD-DEPOSIT.
    DISPLAY "Applicant reference: "
    ACCEPT WS-REF-INPUT
    PERFORM FIND-APPLICANT
    IF WS-APP-HIT = 0
        DISPLAY "Reference not on the offer register."
        EXIT PARAGRAPH
    END-IF
    IF WS-APP-STATUS(WS-APP-HIT) NOT = 'A'
        DISPLAY "A deposit is taken only after the offer has been "
            "accepted (status " WS-APP-STATUS(WS-APP-HIT) ")."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-APP-PROGRAM(WS-APP-HIT) TO WS-PROGRAM-INPUT
    PERFORM FIND-QUOTA
    DISPLAY "Amount received: "
    ACCEPT WS-NUM-INPUT
    MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-AMOUNT
    IF WS-AMOUNT = 0
        DISPLAY "No amount entered."
        EXIT PARAGRAPH
    END-IF
    ADD WS-AMOUNT TO WS-APP-DEP-PAID(WS-APP-HIT)
    MOVE WS-TODAY TO WS-APP-DEP-DATE(WS-APP-HIT)
    IF WS-QT-HIT = 0
        MOVE 'Y' TO WS-APP-DEP-OK(WS-APP-HIT)
    ELSE
        IF WS-APP-DEP-PAID(WS-APP-HIT) >= WS-QT-DEPOSIT(WS-QT-HIT)
            MOVE 'Y' TO WS-APP-DEP-OK(WS-APP-HIT)
        END-IF
    END-IF
    MOVE 'Y' TO WS-REGISTER-CHANGED
    MOVE WS-AMOUNT TO WS-AMOUNT-DISP
    MOVE "ADMIT-DEPOSIT" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "PAID " WS-AMOUNT-DISP
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-OFFER-ACTION
    MOVE WS-APP-DEP-PAID(WS-APP-HIT) TO WS-AMOUNT-DISP
    IF WS-APP-DEP-OK(WS-APP-HIT) = 'Y'
        DISPLAY "Deposit paid in full (" FUNCTION TRIM(WS-AMOUNT-DISP)
            ") - ready for release to the intake."
    ELSE
        DISPLAY "Deposit received so far: "
            FUNCTION TRIM(WS-AMOUNT-DISP) " - not yet in full."
    END-IF.

LAPSE-OFFERS.
    *> Offers still open past their expiry date lapse, and their
    *> places go straight to the reserve list.
    MOVE 0 TO WS-LAPSE-COUNT
    PERFORM VARYING WS-APP-IX FROM 1 BY 1
            UNTIL WS-APP-IX > WS-APP-COUNT
        IF WS-APP-STATUS(WS-APP-IX) = 'O'
                AND WS-APP-EXPIRY(WS-APP-IX) NOT = SPACES
                AND WS-APP-EXPIRY(WS-APP-IX) < WS-TODAY
            MOVE 'L' TO WS-APP-STATUS(WS-APP-IX)
            MOVE WS-TODAY TO WS-APP-RESPONSE(WS-APP-IX)
            ADD 1 TO WS-LAPSE-COUNT
            DISPLAY "Lapsed: " WS-APP-REF(WS-APP-IX) " "
                WS-APP-PROGRAM(WS-APP-IX) " (expired "
                WS-APP-EXPIRY(WS-APP-IX) ")"
        END-IF
    END-PERFORM
    DISPLAY WS-LAPSE-COUNT " offer(s) lapsed."
    IF WS-LAPSE-COUNT > 0
        MOVE 'Y' TO WS-REGISTER-CHANGED
        MOVE SPACES TO WS-REF-INPUT
        MOVE "ADMIT-LAPSE" TO WS-LOG-FUNCTION
        MOVE SPACES TO WS-LOG-DETAIL
        STRING "LAPSED " WS-LAPSE-COUNT
            DELIMITED BY SIZE INTO WS-LOG-DETAIL
        PERFORM LOG-OFFER-ACTION
        PERFORM ISSUE-OFFERS
    END-IF.

RELEASE-TO-INTAKE.
    *> Accepted applicants with the deposit paid in full are written
    *> to the intake file (REF,NAME,PROGRAM) for the SEM1 import,
    *> together with any released earlier and not yet imported.
    MOVE 0 TO WS-RELEASE-COUNT
    PERFORM VARYING WS-APP-IX FROM 1 BY 1
            UNTIL WS-APP-IX > WS-APP-COUNT
        IF WS-APP-STATUS(WS-APP-IX) = 'A'
                AND WS-APP-DEP-OK(WS-APP-IX) = 'Y'
            MOVE 'I' TO WS-APP-STATUS(WS-APP-IX)
            ADD 1 TO WS-RELEASE-COUNT
        END-IF
    END-PERFORM
    OPEN OUTPUT INTAKE-FILE
    MOVE 0 TO WS-LOADED-COUNT
    PERFORM VARYING WS-APP-IX FROM 1 BY 1
            UNTIL WS-APP-IX > WS-APP-COUNT
        IF WS-APP-STATUS(WS-APP-IX) = 'I'
            ADD 1 TO WS-LOADED-COUNT
            MOVE SPACES TO INTAKE-RECORD
            STRING FUNCTION TRIM(WS-APP-REF(WS-APP-IX))
                DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-APP-NAME(WS-APP-IX))
                DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                WS-APP-PROGRAM(WS-APP-IX) DELIMITED BY SIZE
                INTO INTAKE-RECORD
            WRITE INTAKE-RECORD
        END-IF
    END-PERFORM
    CLOSE INTAKE-FILE
    IF WS-RELEASE-COUNT > 0
        MOVE 'Y' TO WS-REGISTER-CHANGED
    END-IF
    MOVE SPACES TO WS-REF-INPUT
    MOVE "ADMIT-RELEASE" TO WS-LOG-FUNCTION
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "RELEASED " WS-RELEASE-COUNT
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM LOG-OFFER-ACTION
    DISPLAY WS-RELEASE-COUNT " applicant(s) newly released; "
        WS-LOADED-COUNT " awaiting import in admissions_intake.dat."
    DISPLAY "Run IMPORT in RegisterationForm to register them in "
        "SEM1.".

QUOTA-REPORT.
    MOVE SPACES TO WS-REPORT-FILENAME
    STRING "intake_quota_" WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-FILENAME
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING "INTAKE QUOTA VERSUS ACCEPTED - " WS-TODAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Pgm Quota Offered Accepted Deposit Enrolled Declined Lapsed Reserve Vacant"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-TOTAL-QUOTA
    MOVE 0 TO WS-TOTAL-ACCEPTED
    PERFORM VARYING WS-QT-IX FROM 1 BY 1
            UNTIL WS-QT-IX > WS-QT-COUNT
        PERFORM REPORT-ONE-PROGRAM
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Total quota " WS-TOTAL-QUOTA "   accepted "
        WS-TOTAL-ACCEPTED
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Accepted counts acceptances released to or enrolled in"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "the intake; Deposit counts those with the deposit paid."
        TO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    MOVE "INTAKE-QUOTA" TO WS-SPOOL-REPORT-ID
    MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME
    MOVE SPACES TO WS-PARAMS
    STRING "AS AT " WS-TODAY DELIMITED BY SIZE INTO WS-PARAMS
    PERFORM SPOOL-REGISTER-RUN
    DISPLAY "Quota report written to "
        FUNCTION TRIM(WS-REPORT-FILENAME).

REPORT-ONE-PROGRAM.
    MOVE ZEROES TO WS-RPT-COUNTS
    PERFORM VARYING WS-APP-IX FROM 1 BY 1
            UNTIL WS-APP-IX > WS-APP-COUNT
        IF WS-APP-PROGRAM(WS-APP-IX) = WS-QT-PROGRAM(WS-QT-IX)
            EVALUATE WS-APP-STATUS(WS-APP-IX)
                WHEN 'O'
                    ADD 1 TO WS-RPT-OFFERED
                WHEN 'A'
                WHEN 'I'
                    ADD 1 TO WS-RPT-ACCEPTED
                WHEN 'E'
                    ADD 1 TO WS-RPT-ACCEPTED
                    ADD 1 TO WS-RPT-ENROLLED
                WHEN 'D'
                    ADD 1 TO WS-RPT-DECLINED
                WHEN 'L'
                    ADD 1 TO WS-RPT-LAPSED
                WHEN 'R'
                    ADD 1 TO WS-RPT-RESERVE
            END-EVALUATE
            IF (WS-APP-STATUS(WS-APP-IX) = 'A'
                    OR WS-APP-STATUS(WS-APP-IX) = 'I'
                    OR WS-APP-STATUS(WS-APP-IX) = 'E')
                    AND WS-APP-DEP-OK(WS-APP-IX) = 'Y'
                ADD 1 TO WS-RPT-DEPOSITED
            END-IF
        END-IF
    END-PERFORM
    IF WS-QT-QUOTA(WS-QT-IX) > WS-RPT-OFFERED + WS-RPT-ACCEPTED
        COMPUTE WS-RPT-VACANT = WS-QT-QUOTA(WS-QT-IX)
            - WS-RPT-OFFERED - WS-RPT-ACCEPTED
    END-IF
    ADD WS-QT-QUOTA(WS-QT-IX) TO WS-TOTAL-QUOTA
    ADD WS-RPT-ACCEPTED TO WS-TOTAL-ACCEPTED
    MOVE SPACES TO REPORT-LINE
    STRING WS-QT-PROGRAM(WS-QT-IX) " " WS-QT-QUOTA(WS-QT-IX)
        "  " WS-RPT-OFFERED "    " WS-RPT-ACCEPTED "     "
        WS-RPT-DEPOSITED "    " WS-RPT-ENROLLED "     "
        WS-RPT-DECLINED "     " WS-RPT-LAPSED "   "
        WS-RPT-RESERVE "    " WS-RPT-VACANT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

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

LOG-OFFER-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID TO ACT-STAFF-ID
    MOVE WS-LOG-FUNCTION TO ACT-FUNCTION
    MOVE WS-REF-INPUT TO ACT-STUDENT-ID
    MOVE 1 TO ACT-SEMESTER
    MOVE WS-LOG-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
