IDENTIFICATION DIVISION.
PROGRAM-ID. DUTY-CLAIMS.

*> Monthly extra-duty claims for payroll, replacing the paper claim
*> forms. For the month asked for, each instructor is credited
*> with:
*>   IV - invigilation room-sittings and scribe duties rostered by
*>        INVIGILATE (invigilation_duties.dat), one unit each plus
*>        one unit per started hour of extra time the duty was
*>        kept on for, all at the invigilation rate;
*>   CV - substitute cover periods taken on cover_register.dat;
*>   XP - timetabled periods above their contractual weekly load
*>        (instructor_contracts.dat), per teaching week whose
*>        Monday falls in the month; periods on days the instructor
*>        was recorded absent are not counted as taught. An
*>        instructor with no contract row gets no XP.
*> Only duties already worked (dated on or before today) are
*> counted, and each is priced from claim_rates.dat. Every duty
*> paid is written to claims_register.dat and a duty found there
*> is never claimed again, so a month can be rerun to pick up late
*> cover entries without paying anything twice. Posting writes the
*> payroll interface file (payroll_claims_<timestamp>.dat, keyed
*> on the instructor's STAFF-ID) and a claims listing with one
*> page and a sign-off block per instructor
*> (claims_listing_<month>_<timestamp>.txt).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DUTY-FILE ASSIGN TO "invigilation_duties.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DUTY.
    SELECT COVER-FILE ASSIGN TO "cover_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-COVER.
    SELECT ABSENCE-FILE ASSIGN TO "instructor_absences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ABSENCE.
    SELECT SLOT-FILE ASSIGN TO "timetable_slots.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SLOT.
    SELECT INSTRUCTOR-FILE ASSIGN TO "instructor_master.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-INSTRUCTOR.
    SELECT CONTRACT-FILE ASSIGN TO "instructor_contracts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONTRACT.
    SELECT RATE-FILE ASSIGN TO "claim_rates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-RATE.
    SELECT CLAIMS-FILE ASSIGN TO "claims_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CLAIMS.
    SELECT PAYROLL-FILE ASSIGN TO WS-PAYROLL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LISTING-FILE ASSIGN TO WS-LISTING-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DUTY-FILE.
01  DUTY-RECORD.
    05  IVD-EXAM-DATE      PIC X(8).
    05  IVD-SESSION        PIC X.
    05  IVD-ROOM           PIC X(8).
    05  IVD-INSTRUCTOR-ID  PIC X(6).
    05  IVD-SEMESTER       PIC 9.
    05  IVD-SUBJECT-CODE   PIC X(10).
    05  IVD-STUDENTS       PIC 9(3).
    05  IVD-DUTY-KIND      PIC X.
    05  IVD-EXTRA-MINUTES  PIC 9(3).

FD  COVER-FILE.
01  COVER-RECORD.
    05  COV-DATE           PIC X(8).
    05  COV-DAY            PIC 9.
    05  COV-PERIOD         PIC 9.
    05  COV-SEMESTER       PIC 9.
    05  COV-SUBJECT-CODE   PIC X(10).
    05  COV-SECTION        PIC X.
    05  COV-ROOM           PIC X(8).
    05  COV-ABSENT-ID      PIC X(6).
    05  COV-COVER-ID       PIC X(6).
    05  COV-RECORDED-BY    PIC X(10).

FD  ABSENCE-FILE.
01  ABSENCE-RECORD.
    05  ABS-INSTRUCTOR-ID  PIC X(6).
    05  ABS-FROM-DATE      PIC X(8).
    05  ABS-TO-DATE        PIC X(8).
    05  ABS-REASON         PIC X(20).
    05  ABS-RECORDED-BY    PIC X(10).
    05  ABS-RECORDED-ON    PIC X(8).

FD  SLOT-FILE.
01  SLOT-RECORD.
    05  TTS-SEMESTER       PIC 9.
    05  TTS-DAY            PIC 9.
    05  TTS-PERIOD         PIC 9.
    05  TTS-SUBJECT-CODE   PIC X(10).
    05  TTS-SECTION        PIC X.
    05  TTS-INSTRUCTOR-ID  PIC X(6).
    05  TTS-ROOM           PIC X(8).

FD  INSTRUCTOR-FILE.
01  INSTRUCTOR-RECORD.
    05  INS-ID             PIC X(6).
    05  INS-NAME           PIC X(30).
    05  INS-STAFF-ID       PIC X(10).

FD  CONTRACT-FILE.
01  CONTRACT-RECORD.
    05  CON-INSTRUCTOR-ID  PIC X(6).
    05  CON-WEEKLY-LOAD    PIC 9(2).

FD  RATE-FILE.
01  RATE-RECORD.
    05  RATE-TYPE          PIC X(2).
    05  RATE-AMOUNT        PIC 9(5)V99.

FD  CLAIMS-FILE.
01  CLAIMS-RECORD.
    05  CLM-MONTH          PIC X(6).
    05  CLM-TYPE           PIC X(2).
    05  CLM-INSTRUCTOR-ID  PIC X(6).
    05  CLM-DUTY-DATE      PIC X(8).
    05  CLM-DUTY-REF       PIC X(12).
    05  CLM-UNITS          PIC 9(3).
    05  CLM-AMOUNT         PIC 9(7)V99.
    05  CLM-RUN-DATE       PIC X(8).

FD  PAYROLL-FILE.
01  PAYROLL-RECORD.
    05  PAY-STAFF-ID       PIC X(10).
    05  PAY-INSTRUCTOR-ID  PIC X(6).
    05  PAY-MONTH          PIC X(6).
    05  PAY-ELEMENT        PIC X(2).
    05  PAY-UNITS          PIC 9(4).
    05  PAY-RATE           PIC 9(5)V99.
    05  PAY-AMOUNT         PIC 9(7)V99.

FD  LISTING-FILE.
01  LISTING-LINE           PIC X(80).

WORKING-STORAGE SECTION.
01  FILE-STATUS-DUTY       PIC XX.
01  FILE-STATUS-COVER      PIC XX.
01  FILE-STATUS-ABSENCE    PIC XX.
01  FILE-STATUS-SLOT       PIC XX.
01  FILE-STATUS-INSTRUCTOR PIC XX.
01  FILE-STATUS-CONTRACT   PIC XX.
01  FILE-STATUS-RATE       PIC XX.
01  FILE-STATUS-CLAIMS     PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-CONFIRM             PIC X.
01  WS-TODAY               PIC X(8).
01  WS-TIMESTAMP           PIC X(14).
01  WS-PAYROLL-FILENAME    PIC X(40).
01  WS-LISTING-FILENAME    PIC X(50).

01  WS-MONTH-INPUT         PIC X(6).
01  WS-MONTH-FIRST         PIC X(8).
01  WS-MONTH-LAST          PIC X(8).
01  WS-NEXT-MONTH          PIC 9(6).
01  WS-NEXT-FIRST          PIC 9(8).
01  WS-FIRST-INT           PIC 9(8).
01  WS-LAST-INT            PIC 9(8).
01  WS-TODAY-INT           PIC 9(8).
01  WS-WEEK-INT            PIC 9(8).
01  WS-DAY-INT             PIC 9(8).
01  WS-DATE-NUM            PIC 9(8).
01  WS-DATE-WORK           PIC X(8).
01  WS-DAY-DATE            PIC X(8).
01  WS-WEEKDAY             PIC 9.

01  WS-RATE-IV             PIC 9(5)V99 VALUE 0.
01  WS-RATE-CV             PIC 9(5)V99 VALUE 0.
01  WS-RATE-XP             PIC 9(5)V99 VALUE 0.
01  WS-RATE-INPUT          PIC X(10).
01  WS-RATE-TYPE-INPUT     PIC X(2).
01  WS-LOAD-INPUT          PIC X(2).
01  WS-ID-INPUT            PIC X(6).

01  WS-INS-COUNT           PIC 9(3) VALUE 0.
01  WS-INS-TABLE.
    05  WS-INS-ENTRY       OCCURS 500 TIMES.
        10  WS-INS-ID      PIC X(6).
        10  WS-INS-NAME    PIC X(30).
        10  WS-INS-STAFF   PIC X(10).
        10  WS-INS-LOAD    PIC 9(2).
        10  WS-INS-HAS-CONTRACT PIC X.
        10  WS-INS-TOTAL   PIC 9(7)V99.
        10  WS-INS-DUTIES  PIC 9(4).
01  WS-INS-IX              PIC 9(3).
01  WS-INS-HIT             PIC 9(3).
01  WS-WANTED-INS          PIC X(6).

01  WS-SLOT-COUNT          PIC 9(4) VALUE 0.
01  WS-SLOT-TABLE.
    05  WS-SLOT-ENTRY      OCCURS 1500 TIMES.
        10  WS-SLOT-DAY    PIC 9.
        10  WS-SLOT-INSTRUCTOR PIC X(6).
01  WS-SLOT-IX             PIC 9(4).

01  WS-ABS-COUNT           PIC 9(4) VALUE 0.
01  WS-ABS-TABLE.
    05  WS-ABS-ENTRY       OCCURS 1000 TIMES.
        10  WS-ABS-ID      PIC X(6).
        10  WS-ABS-FROM    PIC X(8).
        10  WS-ABS-TO      PIC X(8).
01  WS-ABS-IX              PIC 9(4).
01  WS-IS-ABSENT           PIC X.

*> Duties already paid for the month's date range.
01  WS-PAID-COUNT          PIC 9(5) VALUE 0.
01  WS-PAID-TABLE.
    05  WS-PAID-ENTRY      OCCURS 5000 TIMES.
        10  WS-PAID-TYPE   PIC X(2).
        10  WS-PAID-INS    PIC X(6).
        10  WS-PAID-DATE   PIC X(8).
        10  WS-PAID-REF    PIC X(12).
01  WS-PAID-IX             PIC 9(5).
01  WS-ALREADY-PAID        PIC X.

*> Duties found this run and not yet paid.
01  WS-DUTY-COUNT          PIC 9(4) VALUE 0.
01  WS-DUTY-TABLE.
    05  WS-DUTY-ENTRY      OCCURS 3000 TIMES.
        10  WS-DT-TYPE     PIC X(2).
        10  WS-DT-INS      PIC X(6).
        10  WS-DT-DATE     PIC X(8).
        10  WS-DT-REF      PIC X(12).
        10  WS-DT-UNITS    PIC 9(3).
        10  WS-DT-RATE     PIC 9(5)V99.
        10  WS-DT-AMOUNT   PIC 9(7)V99.
01  WS-DUTY-IX             PIC 9(4).
01  WS-NEW-TYPE            PIC X(2).
01  WS-NEW-INS             PIC X(6).
01  WS-NEW-DATE            PIC X(8).
01  WS-NEW-REF             PIC X(12).
01  WS-NEW-UNITS           PIC 9(3).
01  WS-SKIPPED-PAID        PIC 9(4) VALUE 0.
01  WS-NO-CONTRACT         PIC 9(3) VALUE 0.
01  WS-TAUGHT              PIC 9(3).

01  WS-ELEMENT-IX          PIC 9.
01  WS-ELEMENT-CODE        PIC X(2).
01  WS-ELEMENT-UNITS       PIC 9(4).
01  WS-ELEMENT-RATE        PIC 9(5)V99.
01  WS-ELEMENT-AMOUNT      PIC 9(7)V99.
01  WS-ELEMENT-NAMES.
    05  FILLER             PIC X(22) VALUE "IVInvigilation sitting".
    05  FILLER             PIC X(22) VALUE "CVSubstitute cover    ".
    05  FILLER             PIC X(22) VALUE "XPPeriods over load   ".
01  WS-ELEMENT-TABLE REDEFINES WS-ELEMENT-NAMES.
    05  WS-ELEMENT-ENTRY   OCCURS 3 TIMES.
        10  WS-ELEMENT-TYPE PIC X(2).
        10  WS-ELEMENT-DESC PIC X(20).
01  WS-GRAND-TOTAL         PIC 9(9)V99 VALUE 0.
01  WS-PAYEES              PIC 9(3) VALUE 0.
01  WS-PAYROLL-LINES       PIC 9(4) VALUE 0.
01  WS-PAGE-NUM            PIC 9(3) VALUE 0.
01  WS-AMOUNT-DISP         PIC Z,ZZZ,ZZ9.99.
01  WS-RATE-DISP           PIC ZZ,ZZ9.99.
01  WS-TOTAL-DISP          PIC ZZZ,ZZZ,ZZ9.99.
01  WS-UNITS-DISP          PIC ZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Extra-Duty Payment Claims ---"
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
    DISPLAY "1. Monthly claims run"
    DISPLAY "2. Set an instructor's contractual weekly load"
    DISPLAY "3. Set a claim rate"
    DISPLAY "4. List loads and rates"
    DISPLAY "Enter choice (1-4): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM CLAIMS-RUN
        WHEN '2'
            PERFORM SET-CONTRACT-LOAD
        WHEN '3'
            PERFORM SET-CLAIM-RATE
        WHEN '4'
            PERFORM LIST-LOADS-AND-RATES
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

CLAIMS-RUN.
    DISPLAY "Claim month (YYYYMM): "
    ACCEPT WS-MONTH-INPUT
    IF WS-MONTH-INPUT IS NOT NUMERIC
            OR WS-MONTH-INPUT(5:2) < "01" OR WS-MONTH-INPUT(5:2) > "12"
        DISPLAY "Month must be YYYYMM."
        EXIT PARAGRAPH
    END-IF
    IF WS-MONTH-INPUT > WS-TODAY(1:6)
        DISPLAY "That month has not started - nothing to claim."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-RATES
    IF WS-RATE-IV = 0 OR WS-RATE-CV = 0 OR WS-RATE-XP = 0
        DISPLAY "claim_rates.dat must hold a rate for IV, CV and XP "
            "- set them first (option 3)."
        EXIT PARAGRAPH
    END-IF
    *> First and last day of the month.
    STRING WS-MONTH-INPUT "01" DELIMITED BY SIZE INTO WS-MONTH-FIRST
    MOVE WS-MONTH-INPUT TO WS-NEXT-MONTH
    IF WS-MONTH-INPUT(5:2) = "12"
        ADD 89 TO WS-NEXT-MONTH
    ELSE
        ADD 1 TO WS-NEXT-MONTH
    END-IF
    COMPUTE WS-NEXT-FIRST = WS-NEXT-MONTH * 100 + 1
    COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-MONTH-FIRST))
    COMPUTE WS-LAST-INT =
        FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-LAST-INT) TO WS-DATE-NUM
    MOVE WS-DATE-NUM TO WS-MONTH-LAST
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-TODAY))
    PERFORM LOAD-INSTRUCTORS
    PERFORM LOAD-CONTRACTS
    PERFORM LOAD-SLOTS
    PERFORM LOAD-ABSENCES
    PERFORM LOAD-PAID-DUTIES
    MOVE 0 TO WS-DUTY-COUNT
    MOVE 0 TO WS-SKIPPED-PAID
    PERFORM COLLECT-INVIGILATION
    PERFORM COLLECT-COVER
    PERFORM COLLECT-EXTRA-PERIODS
    IF WS-SKIPPED-PAID > 0
        DISPLAY WS-SKIPPED-PAID " duty(ies) already paid in an "
            "earlier run - not claimed again."
    END-IF
    IF WS-NO-CONTRACT > 0
        DISPLAY WS-NO-CONTRACT " teaching instructor(s) have no "
            "contractual load on file - no extra periods for them."
    END-IF
    IF WS-DUTY-COUNT = 0
        DISPLAY "No unpaid duties for " WS-MONTH-INPUT "."
        EXIT PARAGRAPH
    END-IF
    *> Show the totals before anything is written.
    MOVE 0 TO WS-GRAND-TOTAL
    MOVE 0 TO WS-PAYEES
    PERFORM VARYING WS-DUTY-IX FROM 1 BY 1
            UNTIL WS-DUTY-IX > WS-DUTY-COUNT
        MOVE WS-DT-INS(WS-DUTY-IX) TO WS-WANTED-INS
        PERFORM FIND-INSTRUCTOR
        IF WS-INS-HIT > 0
            IF WS-INS-DUTIES(WS-INS-HIT) = 0
                ADD 1 TO WS-PAYEES
            END-IF
            ADD 1 TO WS-INS-DUTIES(WS-INS-HIT)
            ADD WS-DT-AMOUNT(WS-DUTY-IX) TO WS-INS-TOTAL(WS-INS-HIT)
        END-IF
        ADD WS-DT-AMOUNT(WS-DUTY-IX) TO WS-GRAND-TOTAL
    END-PERFORM
    DISPLAY "Instr   Name                            Duties       Amount"
    PERFORM VARYING WS-INS-IX FROM 1 BY 1
            UNTIL WS-INS-IX > WS-INS-COUNT
        IF WS-INS-DUTIES(WS-INS-IX) > 0
            MOVE WS-INS-TOTAL(WS-INS-IX) TO WS-AMOUNT-DISP
            DISPLAY WS-INS-ID(WS-INS-IX) "  " WS-INS-NAME(WS-INS-IX)
                "  " WS-INS-DUTIES(WS-INS-IX) "  " WS-AMOUNT-DISP
        END-IF
    END-PERFORM
    MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISP
    DISPLAY WS-DUTY-COUNT " duty(ies) for " WS-PAYEES
        " instructor(s), total " WS-TOTAL-DISP
    DISPLAY "Post these claims to payroll (Y/N): "
    ACCEPT WS-CONFIRM
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
        DISPLAY "Nothing posted."
        EXIT PARAGRAPH
    END-IF
    PERFORM WRITE-PAYROLL-FILE
    PERFORM WRITE-CLAIMS-LISTING
    PERFORM RECORD-PAID-DUTIES
    DISPLAY WS-PAYROLL-LINES " payroll line(s) written to "
        FUNCTION TRIM(WS-PAYROLL-FILENAME)
    DISPLAY "Claims listing written to "
        FUNCTION TRIM(WS-LISTING-FILENAME).

COLLECT-INVIGILATION.
    MOVE 'N' TO WS-EOF
    OPEN INPUT DUTY-FILE
    IF FILE-STATUS-DUTY NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DUTY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF IVD-EXAM-DATE >= WS-MONTH-FIRST
                        AND IVD-EXAM-DATE <= WS-MONTH-LAST
                        AND IVD-EXAM-DATE <= WS-TODAY
                    MOVE "IV" TO WS-NEW-TYPE
                    MOVE IVD-INSTRUCTOR-ID TO WS-NEW-INS
                    MOVE IVD-EXAM-DATE TO WS-NEW-DATE
                    MOVE SPACES TO WS-NEW-REF
                    STRING IVD-SESSION " " IVD-ROOM
                        DELIMITED BY SIZE INTO WS-NEW-REF
                    *> A room or scribe duty ('I' or 'S') is the
                    *> same sitting to payroll; extra time is paid
                    *> by the started hour on top of it.
                    MOVE 1 TO WS-NEW-UNITS
                    IF IVD-EXTRA-MINUTES IS NUMERIC
                            AND IVD-EXTRA-MINUTES > 0
                        COMPUTE WS-NEW-UNITS =
                            1 + (IVD-EXTRA-MINUTES + 59) / 60
                    END-IF
                    PERFORM ADD-DUTY
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DUTY NOT = "35"
        CLOSE DUTY-FILE
    END-IF.

COLLECT-COVER.
    MOVE 'N' TO WS-EOF
    OPEN INPUT COVER-FILE
    IF FILE-STATUS-COVER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ COVER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF COV-DATE >= WS-MONTH-FIRST
                        AND COV-DATE <= WS-MONTH-LAST
                        AND COV-DATE <= WS-TODAY
                        AND COV-COVER-ID NOT = SPACES
                    MOVE "CV" TO WS-NEW-TYPE
                    MOVE COV-COVER-ID TO WS-NEW-INS
                    MOVE COV-DATE TO WS-NEW-DATE
                    MOVE SPACES TO WS-NEW-REF
                    STRING "P" COV-PERIOD " " COV-SEMESTER COV-SECTION
                        " " COV-ABSENT-ID
                        DELIMITED BY SIZE INTO WS-NEW-REF
                    MOVE 1 TO WS-NEW-UNITS
                    PERFORM ADD-DUTY
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-COVER NOT = "35"
        CLOSE COVER-FILE
    END-IF.

COLLECT-EXTRA-PERIODS.
    *> Each teaching week whose Monday is in the month and whose
    *> Saturday has passed. Day 1 of the integer calendar
    *> (1601-01-01) was a Monday.
    MOVE 0 TO WS-NO-CONTRACT
    PERFORM VARYING WS-INS-IX FROM 1 BY 1
            UNTIL WS-INS-IX > WS-INS-COUNT
        IF WS-INS-HAS-CONTRACT(WS-INS-IX) = 'N'
            PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                    UNTIL WS-SLOT-IX > WS-SLOT-COUNT
                IF WS-SLOT-INSTRUCTOR(WS-SLOT-IX) = WS-INS-ID(WS-INS-IX)
                    MOVE 'C' TO WS-INS-HAS-CONTRACT(WS-INS-IX)
                END-IF
            END-PERFORM
            IF WS-INS-HAS-CONTRACT(WS-INS-IX) = 'C'
                ADD 1 TO WS-NO-CONTRACT
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING WS-WEEK-INT FROM WS-FIRST-INT BY 1
            UNTIL WS-WEEK-INT > WS-LAST-INT
        COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-WEEK-INT - 1, 7) + 1
        IF WS-WEEKDAY = 1 AND WS-WEEK-INT + 5 <= WS-TODAY-INT
            MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-INT) TO WS-DATE-NUM
            MOVE WS-DATE-NUM TO WS-DATE-WORK
            PERFORM VARYING WS-INS-IX FROM 1 BY 1
                    UNTIL WS-INS-IX > WS-INS-COUNT
                IF WS-INS-HAS-CONTRACT(WS-INS-IX) = 'Y'
                    PERFORM COUNT-WEEK-TAUGHT
                    IF WS-TAUGHT > WS-INS-LOAD(WS-INS-IX)
                        MOVE "XP" TO WS-NEW-TYPE
                        MOVE WS-INS-ID(WS-INS-IX) TO WS-NEW-INS
                        MOVE WS-DATE-WORK TO WS-NEW-DATE
                        *> Keyed on the week alone, so a later
                        *> change to the count cannot pay it twice.
                        MOVE "WEEK" TO WS-NEW-REF
                        COMPUTE WS-NEW-UNITS =
                            WS-TAUGHT - WS-INS-LOAD(WS-INS-IX)
                        PERFORM ADD-DUTY
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

COUNT-WEEK-TAUGHT.
    *> Periods the instructor is timetabled for in the week starting
    *> WS-WEEK-INT, less those on days they were recorded absent.
    MOVE 0 TO WS-TAUGHT
    PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
            UNTIL WS-SLOT-IX > WS-SLOT-COUNT
        IF WS-SLOT-INSTRUCTOR(WS-SLOT-IX) = WS-INS-ID(WS-INS-IX)
                AND WS-SLOT-DAY(WS-SLOT-IX) >= 1
                AND WS-SLOT-DAY(WS-SLOT-IX) <= 6
            COMPUTE WS-DAY-INT =
                WS-WEEK-INT + WS-SLOT-DAY(WS-SLOT-IX) - 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-NUM
            MOVE WS-DATE-NUM TO WS-DAY-DATE
            MOVE 'N' TO WS-IS-ABSENT
            PERFORM VARYING WS-ABS-IX FROM 1 BY 1
                    UNTIL WS-ABS-IX > WS-ABS-COUNT
                IF WS-ABS-ID(WS-ABS-IX) = WS-INS-ID(WS-INS-IX)
                        AND WS-ABS-FROM(WS-ABS-IX) <= WS-DAY-DATE
                        AND WS-ABS-TO(WS-ABS-IX) >= WS-DAY-DATE
                    MOVE 'Y' TO WS-IS-ABSENT
                END-IF
            END-PERFORM
            IF WS-IS-ABSENT = 'N'
                ADD 1 TO WS-TAUGHT
            END-IF
        END-IF
    END-PERFORM.

ADD-DUTY.
    *> The duty key is type, instructor, date and reference; one
    *> already on the claims register is skipped.
    MOVE 'N' TO WS-ALREADY-PAID
    PERFORM VARYING WS-PAID-IX FROM 1 BY 1
            UNTIL WS-PAID-IX > WS-PAID-COUNT
        IF WS-PAID-TYPE(WS-PAID-IX) = WS-NEW-TYPE
                AND WS-PAID-INS(WS-PAID-IX) = WS-NEW-INS
                AND WS-PAID-DATE(WS-PAID-IX) = WS-NEW-DATE
                AND WS-PAID-REF(WS-PAID-IX) = WS-NEW-REF
            MOVE 'Y' TO WS-ALREADY-PAID
        END-IF
    END-PERFORM
    IF WS-ALREADY-PAID = 'Y'
        ADD 1 TO WS-SKIPPED-PAID
        EXIT PARAGRAPH
    END-IF
    IF WS-DUTY-COUNT >= 3000
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-DUTY-COUNT
    MOVE WS-NEW-TYPE TO WS-DT-TYPE(WS-DUTY-COUNT)
    MOVE WS-NEW-INS TO WS-DT-INS(WS-DUTY-COUNT)
    MOVE WS-NEW-DATE TO WS-DT-DATE(WS-DUTY-COUNT)
    MOVE WS-NEW-REF TO WS-DT-REF(WS-DUTY-COUNT)
    MOVE WS-NEW-UNITS TO WS-DT-UNITS(WS-DUTY-COUNT)
    EVALUATE WS-NEW-TYPE
        WHEN "IV"
            MOVE WS-RATE-IV TO WS-DT-RATE(WS-DUTY-COUNT)
        WHEN "CV"
            MOVE WS-RATE-CV TO WS-DT-RATE(WS-DUTY-COUNT)
        WHEN OTHER
            MOVE WS-RATE-XP TO WS-DT-RATE(WS-DUTY-COUNT)
    END-EVALUATE
    COMPUTE WS-DT-AMOUNT(WS-DUTY-COUNT) =
        WS-DT-RATE(WS-DUTY-COUNT) * WS-NEW-UNITS.

WRITE-PAYROLL-FILE.
    *> One line per instructor and pay element.
    MOVE SPACES TO WS-PAYROLL-FILENAME
    STRING "payroll_claims_" WS-TIMESTAMP ".dat"
        DELIMITED BY SIZE INTO WS-PAYROLL-FILENAME
    MOVE 0 TO WS-PAYROLL-LINES
    OPEN OUTPUT PAYROLL-FILE
    PERFORM VARYING WS-INS-IX FROM 1 BY 1
            UNTIL WS-INS-IX > WS-INS-COUNT
        IF WS-INS-DUTIES(WS-INS-IX) > 0
            PERFORM VARYING WS-ELEMENT-IX FROM 1 BY 1
                    UNTIL WS-ELEMENT-IX > 3
                PERFORM SUM-ELEMENT
                IF WS-ELEMENT-UNITS > 0
                    MOVE SPACES TO PAYROLL-RECORD
                    MOVE WS-INS-STAFF(WS-INS-IX) TO PAY-STAFF-ID
                    MOVE WS-INS-ID(WS-INS-IX) TO PAY-INSTRUCTOR-ID
                    MOVE WS-MONTH-INPUT TO PAY-MONTH
                    MOVE WS-ELEMENT-CODE TO PAY-ELEMENT
                    MOVE WS-ELEMENT-UNITS TO PAY-UNITS
                    MOVE WS-ELEMENT-RATE TO PAY-RATE
                    MOVE WS-ELEMENT-AMOUNT TO PAY-AMOUNT
                    WRITE PAYROLL-RECORD
                    ADD 1 TO WS-PAYROLL-LINES
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    CLOSE PAYROLL-FILE.

SUM-ELEMENT.
    MOVE WS-ELEMENT-TYPE(WS-ELEMENT-IX) TO WS-ELEMENT-CODE
    MOVE 0 TO WS-ELEMENT-UNITS
    MOVE 0 TO WS-ELEMENT-AMOUNT
    EVALUATE WS-ELEMENT-CODE
        WHEN "IV"
            MOVE WS-RATE-IV TO WS-ELEMENT-RATE
        WHEN "CV"
            MOVE WS-RATE-CV TO WS-ELEMENT-RATE
        WHEN OTHER
            MOVE WS-RATE-XP TO WS-ELEMENT-RATE
    END-EVALUATE
    PERFORM VARYING WS-DUTY-IX FROM 1 BY 1
            UNTIL WS-DUTY-IX > WS-DUTY-COUNT
        IF WS-DT-INS(WS-DUTY-IX) = WS-INS-ID(WS-INS-IX)
                AND WS-DT-TYPE(WS-DUTY-IX) = WS-ELEMENT-CODE
            ADD WS-DT-UNITS(WS-DUTY-IX) TO WS-ELEMENT-UNITS
            ADD WS-DT-AMOUNT(WS-DUTY-IX) TO WS-ELEMENT-AMOUNT
        END-IF
    END-PERFORM.

WRITE-CLAIMS-LISTING.
    MOVE SPACES TO WS-LISTING-FILENAME
    STRING "claims_listing_" WS-MONTH-INPUT "_" WS-TIMESTAMP ".txt"
        DELIMITED BY SIZE INTO WS-LISTING-FILENAME
    MOVE 0 TO WS-PAGE-NUM
    OPEN OUTPUT LISTING-FILE
    PERFORM VARYING WS-INS-IX FROM 1 BY 1
            UNTIL WS-INS-IX > WS-INS-COUNT
        IF WS-INS-DUTIES(WS-INS-IX) > 0
            PERFORM WRITE-INSTRUCTOR-CLAIM
        END-IF
    END-PERFORM
    CLOSE LISTING-FILE.

WRITE-INSTRUCTOR-CLAIM.
    ADD 1 TO WS-PAGE-NUM
    IF WS-PAGE-NUM > 1
        WRITE LISTING-LINE FROM SPACES AFTER ADVANCING PAGE
    END-IF
    MOVE SPACES TO LISTING-LINE
    STRING "EXTRA-DUTY CLAIM  " WS-MONTH-INPUT(1:4) "-"
        WS-MONTH-INPUT(5:2) "            Run " WS-TODAY
        "   Page " WS-PAGE-NUM
        DELIMITED BY SIZE INTO LISTING-LINE
    WRITE LISTING-LINE
    MOVE ALL "=" TO LISTING-LINE
    WRITE LISTING-LINE
    MOVE SPACES TO LISTING-LINE
    STRING "Instructor: " WS-INS-ID(WS-INS-IX) "  "
        WS-INS-NAME(WS-INS-IX) "  Staff ID: " WS-INS-STAFF(WS-INS-IX)
        DELIMITED BY SIZE INTO LISTING-LINE
    WRITE LISTING-LINE
    MOVE SPACES TO LISTING-LINE
    WRITE LISTING-LINE
    MOVE "Date      Duty                  Reference     Units      Amount"
        TO LISTING-LINE
    WRITE LISTING-LINE
    MOVE ALL "-" TO LISTING-LINE
    WRITE LISTING-LINE
    PERFORM VARYING WS-ELEMENT-IX FROM 1 BY 1 UNTIL WS-ELEMENT-IX > 3
        PERFORM VARYING WS-DUTY-IX FROM 1 BY 1
                UNTIL WS-DUTY-IX > WS-DUTY-COUNT
            IF WS-DT-INS(WS-DUTY-IX) = WS-INS-ID(WS-INS-IX)
                    AND WS-DT-TYPE(WS-DUTY-IX)
                        = WS-ELEMENT-TYPE(WS-ELEMENT-IX)
                MOVE WS-DT-UNITS(WS-DUTY-IX) TO WS-UNITS-DISP
                MOVE WS-DT-AMOUNT(WS-DUTY-IX) TO WS-AMOUNT-DISP
                MOVE SPACES TO LISTING-LINE
                STRING WS-DT-DATE(WS-DUTY-IX) "  "
                    WS-ELEMENT-DESC(WS-ELEMENT-IX) "  "
                    WS-DT-REF(WS-DUTY-IX) "  " WS-UNITS-DISP "  "
                    WS-AMOUNT-DISP
                    DELIMITED BY SIZE INTO LISTING-LINE
                WRITE LISTING-LINE
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE ALL "-" TO LISTING-LINE
    WRITE LISTING-LINE
    PERFORM VARYING WS-ELEMENT-IX FROM 1 BY 1 UNTIL WS-ELEMENT-IX > 3
        PERFORM SUM-ELEMENT
        IF WS-ELEMENT-UNITS > 0
            MOVE WS-ELEMENT-RATE TO WS-RATE-DISP
            MOVE WS-ELEMENT-AMOUNT TO WS-AMOUNT-DISP
            MOVE SPACES TO LISTING-LINE
            STRING "  " WS-ELEMENT-DESC(WS-ELEMENT-IX) " "
                WS-ELEMENT-UNITS " x " WS-RATE-DISP "   "
                WS-AMOUNT-DISP
                DELIMITED BY SIZE INTO LISTING-LINE
            WRITE LISTING-LINE
        END-IF
    END-PERFORM
    MOVE WS-INS-TOTAL(WS-INS-IX) TO WS-AMOUNT-DISP
    MOVE SPACES TO LISTING-LINE
    STRING "  TOTAL CLAIMED                               " WS-AMOUNT-DISP
        DELIMITED BY SIZE INTO LISTING-LINE
    WRITE LISTING-LINE
    MOVE SPACES TO LISTING-LINE
    WRITE LISTING-LINE
    WRITE LISTING-LINE
    MOVE "Claimant signature: ________________________  Date: __________"
        TO LISTING-LINE
    WRITE LISTING-LINE
    MOVE SPACES TO LISTING-LINE
    WRITE LISTING-LINE
    MOVE "Head of department: ________________________  Date: __________"
        TO LISTING-LINE
    WRITE LISTING-LINE
    MOVE SPACES TO LISTING-LINE
    WRITE LISTING-LINE
    MOVE "Payroll checked:    ________________________  Date: __________"
        TO LISTING-LINE
    WRITE LISTING-LINE.

RECORD-PAID-DUTIES.
    OPEN EXTEND CLAIMS-FILE
    IF FILE-STATUS-CLAIMS NOT = "00"
        OPEN OUTPUT CLAIMS-FILE
    END-IF
    PERFORM VARYING WS-DUTY-IX FROM 1 BY 1
            UNTIL WS-DUTY-IX > WS-DUTY-COUNT
        MOVE SPACES TO CLAIMS-RECORD
        MOVE WS-MONTH-INPUT TO CLM-MONTH
        MOVE WS-DT-TYPE(WS-DUTY-IX) TO CLM-TYPE
        MOVE WS-DT-INS(WS-DUTY-IX) TO CLM-INSTRUCTOR-ID
        MOVE WS-DT-DATE(WS-DUTY-IX) TO CLM-DUTY-DATE
        MOVE WS-DT-REF(WS-DUTY-IX) TO CLM-DUTY-REF
        MOVE WS-DT-UNITS(WS-DUTY-IX) TO CLM-UNITS
        MOVE WS-DT-AMOUNT(WS-DUTY-IX) TO CLM-AMOUNT
        MOVE WS-TODAY TO CLM-RUN-DATE
        WRITE CLAIMS-RECORD
    END-PERFORM
    CLOSE CLAIMS-FILE.

SET-CONTRACT-LOAD.
    DISPLAY "Instructor ID: "
    ACCEPT WS-ID-INPUT
    PERFORM LOAD-INSTRUCTORS
    MOVE WS-ID-INPUT TO WS-WANTED-INS
    PERFORM FIND-INSTRUCTOR
    IF WS-INS-HIT = 0
        DISPLAY "Instructor " WS-ID-INPUT " is not on "
            "instructor_master.dat."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-CONTRACTS
    DISPLAY "Contractual periods per week (0-48, 0 = part-time): "
    ACCEPT WS-LOAD-INPUT
    IF FUNCTION TRIM(WS-LOAD-INPUT) IS NOT NUMERIC
            OR FUNCTION NUMVAL(WS-LOAD-INPUT) > 48
        DISPLAY "Load must be 0-48 periods."
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-LOAD-INPUT) TO WS-INS-LOAD(WS-INS-HIT)
    MOVE 'Y' TO WS-INS-HAS-CONTRACT(WS-INS-HIT)
    OPEN OUTPUT CONTRACT-FILE
    PERFORM VARYING WS-INS-IX FROM 1 BY 1
            UNTIL WS-INS-IX > WS-INS-COUNT
        IF WS-INS-HAS-CONTRACT(WS-INS-IX) = 'Y'
            MOVE SPACES TO CONTRACT-RECORD
            MOVE WS-INS-ID(WS-INS-IX) TO CON-INSTRUCTOR-ID
            MOVE WS-INS-LOAD(WS-INS-IX) TO CON-WEEKLY-LOAD
            WRITE CONTRACT-RECORD
        END-IF
    END-PERFORM
    CLOSE CONTRACT-FILE
    DISPLAY "Load for " FUNCTION TRIM(WS-INS-NAME(WS-INS-HIT))
        " set to " WS-INS-LOAD(WS-INS-HIT) " period(s) a week.".

SET-CLAIM-RATE.
    PERFORM LOAD-RATES
    DISPLAY "Duty type (IV invigilation, CV cover, XP extra period): "
    ACCEPT WS-RATE-TYPE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-RATE-TYPE-INPUT) TO WS-RATE-TYPE-INPUT
    IF WS-RATE-TYPE-INPUT NOT = "IV" AND NOT = "CV" AND NOT = "XP"
        DISPLAY "Duty type must be IV, CV or XP."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Rate per unit (e.g. 450.00): "
    ACCEPT WS-RATE-INPUT
    IF FUNCTION NUMVAL(WS-RATE-INPUT) <= 0
        DISPLAY "Rate must be greater than zero."
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-RATE-TYPE-INPUT
        WHEN "IV"
            MOVE FUNCTION NUMVAL(WS-RATE-INPUT) TO WS-RATE-IV
        WHEN "CV"
            MOVE FUNCTION NUMVAL(WS-RATE-INPUT) TO WS-RATE-CV
        WHEN OTHER
            MOVE FUNCTION NUMVAL(WS-RATE-INPUT) TO WS-RATE-XP
    END-EVALUATE
    OPEN OUTPUT RATE-FILE
    MOVE "IV" TO RATE-TYPE
    MOVE WS-RATE-IV TO RATE-AMOUNT
    WRITE RATE-RECORD
    MOVE "CV" TO RATE-TYPE
    MOVE WS-RATE-CV TO RATE-AMOUNT
    WRITE RATE-RECORD
    MOVE "XP" TO RATE-TYPE
    MOVE WS-RATE-XP TO RATE-AMOUNT
    WRITE RATE-RECORD
    CLOSE RATE-FILE
    DISPLAY "Rate saved.".

LIST-LOADS-AND-RATES.
    PERFORM LOAD-RATES
    MOVE WS-RATE-IV TO WS-RATE-DISP
    DISPLAY "IV invigilation sitting : " WS-RATE-DISP
    MOVE WS-RATE-CV TO WS-RATE-DISP
    DISPLAY "CV substitute cover     : " WS-RATE-DISP
    MOVE WS-RATE-XP TO WS-RATE-DISP
    DISPLAY "XP period over load     : " WS-RATE-DISP
    PERFORM LOAD-INSTRUCTORS
    PERFORM LOAD-CONTRACTS
    DISPLAY "Instr   Name                            Load/week"
    PERFORM VARYING WS-INS-IX FROM 1 BY 1
            UNTIL WS-INS-IX > WS-INS-COUNT
        IF WS-INS-HAS-CONTRACT(WS-INS-IX) = 'Y'
            DISPLAY WS-INS-ID(WS-INS-IX) "  " WS-INS-NAME(WS-INS-IX)
                "  " WS-INS-LOAD(WS-INS-IX)
        ELSE
            DISPLAY WS-INS-ID(WS-INS-IX) "  " WS-INS-NAME(WS-INS-IX)
                "  (no contract on file)"
        END-IF
    END-PERFORM.

FIND-INSTRUCTOR.
    MOVE 0 TO WS-INS-HIT
    PERFORM VARYING WS-INS-IX FROM 1 BY 1
            UNTIL WS-INS-IX > WS-INS-COUNT OR WS-INS-HIT > 0
        IF WS-INS-ID(WS-INS-IX) = WS-WANTED-INS
            MOVE WS-INS-IX TO WS-INS-HIT
        END-IF
    END-PERFORM.

LOAD-INSTRUCTORS.
    MOVE 0 TO WS-INS-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT INSTRUCTOR-FILE
    IF FILE-STATUS-INSTRUCTOR NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ INSTRUCTOR-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-INS-COUNT < 500
                    ADD 1 TO WS-INS-COUNT
                    MOVE INS-ID TO WS-INS-ID(WS-INS-COUNT)
                    MOVE INS-NAME TO WS-INS-NAME(WS-INS-COUNT)
                    MOVE INS-STAFF-ID TO WS-INS-STAFF(WS-INS-COUNT)
                    MOVE 0 TO WS-INS-LOAD(WS-INS-COUNT)
                    MOVE 'N' TO WS-INS-HAS-CONTRACT(WS-INS-COUNT)
                    MOVE 0 TO WS-INS-TOTAL(WS-INS-COUNT)
                    MOVE 0 TO WS-INS-DUTIES(WS-INS-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-INSTRUCTOR NOT = "35"
        CLOSE INSTRUCTOR-FILE
    END-IF.

LOAD-CONTRACTS.
    MOVE 'N' TO WS-EOF
    OPEN INPUT CONTRACT-FILE
    IF FILE-STATUS-CONTRACT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CONTRACT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE CON-INSTRUCTOR-ID TO WS-WANTED-INS
                PERFORM FIND-INSTRUCTOR
                IF WS-INS-HIT > 0
                    MOVE CON-WEEKLY-LOAD TO WS-INS-LOAD(WS-INS-HIT)
                    MOVE 'Y' TO WS-INS-HAS-CONTRACT(WS-INS-HIT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CONTRACT NOT = "35"
        CLOSE CONTRACT-FILE
    END-IF.

LOAD-RATES.
    MOVE 'N' TO WS-EOF
    OPEN INPUT RATE-FILE
    IF FILE-STATUS-RATE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ RATE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                EVALUATE RATE-TYPE
                    WHEN "IV"
                        MOVE RATE-AMOUNT TO WS-RATE-IV
                    WHEN "CV"
                        MOVE RATE-AMOUNT TO WS-RATE-CV
                    WHEN "XP"
                        MOVE RATE-AMOUNT TO WS-RATE-XP
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM
    IF FILE-STATUS-RATE NOT = "35"
        CLOSE RATE-FILE
    END-IF.

LOAD-SLOTS.
    MOVE 0 TO WS-SLOT-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT SLOT-FILE
    IF FILE-STATUS-SLOT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ SLOT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-SLOT-COUNT < 1500
                    ADD 1 TO WS-SLOT-COUNT
                    MOVE TTS-DAY TO WS-SLOT-DAY(WS-SLOT-COUNT)
                    MOVE TTS-INSTRUCTOR-ID
                        TO WS-SLOT-INSTRUCTOR(WS-SLOT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SLOT NOT = "35"
        CLOSE SLOT-FILE
    END-IF.

LOAD-ABSENCES.
    MOVE 0 TO WS-ABS-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT ABSENCE-FILE
    IF FILE-STATUS-ABSENCE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ABSENCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-ABS-COUNT < 1000
                    ADD 1 TO WS-ABS-COUNT
                    MOVE ABS-INSTRUCTOR-ID TO WS-ABS-ID(WS-ABS-COUNT)
                    MOVE ABS-FROM-DATE TO WS-ABS-FROM(WS-ABS-COUNT)
                    MOVE ABS-TO-DATE TO WS-ABS-TO(WS-ABS-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ABSENCE NOT = "35"
        CLOSE ABSENCE-FILE
    END-IF.

LOAD-PAID-DUTIES.
    MOVE 0 TO WS-PAID-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT CLAIMS-FILE
    IF FILE-STATUS-CLAIMS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CLAIMS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF CLM-DUTY-DATE >= WS-MONTH-FIRST
                        AND CLM-DUTY-DATE <= WS-MONTH-LAST
                        AND WS-PAID-COUNT < 5000
                    ADD 1 TO WS-PAID-COUNT
                    MOVE CLM-TYPE TO WS-PAID-TYPE(WS-PAID-COUNT)
                    MOVE CLM-INSTRUCTOR-ID TO WS-PAID-INS(WS-PAID-COUNT)
                    MOVE CLM-DUTY-DATE TO WS-PAID-DATE(WS-PAID-COUNT)
                    MOVE CLM-DUTY-REF TO WS-PAID-REF(WS-PAID-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CLAIMS NOT = "35"
        CLOSE CLAIMS-FILE
    END-IF.
