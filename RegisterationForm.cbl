        FILE STATUS IS FILE-STATUS-INTAKE.
    SELECT INTAKE-EXCEPTION-FILE ASSIGN TO 'intake_exceptions.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ADMISSION-OFFER-FILE ASSIGN TO 'admission_offers.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-OFFER.
    SELECT TEMP-OFFER-FILE ASSIGN TO 'temp_admission_offers.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MARK-STATUS-FILE ASSIGN TO "mark_status.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MST-STATUS.
FD  INTAKE-EXCEPTION-FILE.
01  INTAKE-EXCEPTION-RECORD PIC X(80).

FD  ADMISSION-OFFER-FILE.
01  ADMISSION-OFFER-RECORD.
    05  AOF-REF            PIC X(10).
    05  AOF-NAME           PIC X(30).
    05  AOF-PROGRAM        PIC X(3).
    05  AOF-SCORE          PIC 9(3)V99.
    05  AOF-RANK           PIC 9(4).
    05  AOF-STATUS         PIC X.
    05  AOF-OFFER-DATE     PIC X(8).
    05  AOF-EXPIRY-DATE    PIC X(8).
    05  AOF-RESPONSE-DATE  PIC X(8).
    05  AOF-DEPOSIT-PAID   PIC 9(5)V99.
    05  AOF-DEPOSIT-DATE   PIC X(8).
    05  AOF-DEPOSIT-OK     PIC X.
    05  AOF-STUDENT-ID     PIC X(10).

FD  TEMP-OFFER-FILE.
01  TEMP-OFFER-RECORD      PIC X(103).

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
01  FILE-STATUS-ACTIVITY     PIC XX.
01  WS-ACT-FUNCTION          PIC X(20).
01  WS-ACT-SEMESTER          PIC 9 VALUE 0.
*> Entries that change a master carry "BAL +cccc +mmmmmm" (record
*> count and mark-total movement) for the close-of-day balancing.
01  WS-ACT-DETAIL            PIC X(25) VALUE SPACES.
01  FILE-STATUS-INTAKE        PIC XX.
01  WS-IMP-ID                 PIC X(20).
01  WS-IMP-NAME               PIC X(30).
01  WS-IMP-READ-COUNT          PIC 9(4) VALUE 0.
01  WS-IMP-LOADED-COUNT        PIC 9(4) VALUE 0.
01  WS-IMP-REJECT-COUNT        PIC 9(4) VALUE 0.
01  WS-IMP-PROGRAM            PIC X(3).
01  FILE-STATUS-OFFER         PIC XX.
01  WS-OFFERS-ON-FILE         PIC X VALUE 'N'.
01  WS-OFFER-FOUND            PIC X VALUE 'N'.
01  WS-OFFER-EOF              PIC X VALUE 'N'.
01  WS-ENR-COUNT              PIC 9(4) VALUE 0.
01  WS-ENR-IX                 PIC 9(4).
01  WS-ENR-TABLE.
    05  WS-ENR-ENTRY          OCCURS 1000 TIMES.
        10  WS-ENR-REF        PIC X(10).
        10  WS-ENR-STUDENT-ID PIC X(10).
01  FILE-STATUS-NEXT-ID        PIC XX.
01  FILE-STATUS-CALENDAR        PIC XX.
01  FILE-STATUS-OUTBOX           PIC XX.
    MOVE WS-ACT-FUNCTION TO ACT-FUNCTION
    MOVE WS-STUDENT-ID TO ACT-STUDENT-ID
    MOVE WS-ACT-SEMESTER TO ACT-SEMESTER
    MOVE WS-ACT-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE
    MOVE SPACES TO WS-ACT-DETAIL.

CHECK-REGISTRATION-WINDOW.
    *> Every registration path (1-6) is held to the current term's
GET-SECTION.
    *> Each semester teaches in two sections (A and B) with
    *> different instructors; the section is assigned here and can
    *> be re-assigned later from the EDIT screen. A mistyped
    *> section is asked again rather than defaulted; a whole intake
    *> is balanced afterwards by the SECTION-ALLOC run.
    MOVE SPACE TO WS-SECTION
    PERFORM UNTIL WS-SECTION = 'A' OR WS-SECTION = 'B'
        DISPLAY "Assign class section (A/B): "
        ACCEPT WS-SECTION
        MOVE FUNCTION UPPER-CASE(WS-SECTION) TO WS-SECTION
        IF WS-SECTION NOT = 'A' AND WS-SECTION NOT = 'B'
            DISPLAY "Unknown section - enter A or B."
        END-IF
    END-PERFORM.

GET-COHORT-YEAR.
    *> Every record carries its intake cohort so later intakes do
            INVALID KEY
                DISPLAY "Write failed for ID " WS-STUDENT-ID
                    " - status " WS-FILE-STATUS
            NOT INVALID KEY
                MOVE "BAL +0001 +000000" TO WS-ACT-DETAIL
        END-WRITE
        CLOSE STUDENT-FILE-SEM1
        MOVE WS-STUDENT-ID TO WS-NIX-ID

        MOVE "BATCH-PROMOTE" TO WS-ACT-FUNCTION
        MOVE 2 TO WS-ACT-SEMESTER
        STRING "BAL +" WS-BATCH-PROMOTED-COUNT " +000000"
            DELIMITED BY SIZE INTO WS-ACT-DETAIL
        PERFORM LOG-ACTIVITY
        DISPLAY WS-BATCH-PROMOTED-COUNT " student(s) promoted to SEM2."
        DISPLAY "SEM2 file has been updated in student ID order"
    *> duplicate-ID check and the near-duplicate-name check - and
    *> clean rows register into SEM1. Rejected rows go back to
    *> admissions in intake_exceptions.dat with a reason code.
    *> Once the offers cycle is in use (ADMISSION-OFFERS keeps
    *> admission_offers.dat) a row is only registered if its
    *> reference has been released from the offer register -
    *> accepted with the deposit paid - and it is then marked
    *> enrolled there with the issued student ID. A third column
    *> on the row carries the applicant's PROGRAM-CODE, which
    *> overrides the program asked for below. Each student
    *> registered is logged to activity_log.dat as an INTAKE-IMPORT
    *> entry with its own BAL movement, so the record can be traced
    *> to the import whether or not the offers cycle is in use.
    OPEN INPUT INTAKE-IMPORT-FILE
    IF FILE-STATUS-INTAKE NOT = "00"
        DISPLAY "Import file admissions_intake.dat not found."
    ELSE
        PERFORM GET-COHORT-YEAR
        PERFORM GET-PROGRAM-CODE
        MOVE 'N' TO WS-OFFERS-ON-FILE
        OPEN INPUT ADMISSION-OFFER-FILE
        IF FILE-STATUS-OFFER = "00"
            MOVE 'Y' TO WS-OFFERS-ON-FILE
            CLOSE ADMISSION-OFFER-FILE
        END-IF
        MOVE 0 TO WS-ENR-COUNT
        OPEN OUTPUT INTAKE-EXCEPTION-FILE
        MOVE 0 TO WS-IMP-READ-COUNT
        MOVE 0 TO WS-IMP-LOADED-COUNT
        END-PERFORM
        CLOSE INTAKE-IMPORT-FILE
        CLOSE INTAKE-EXCEPTION-FILE
        IF WS-ENR-COUNT > 0
            PERFORM MARK-OFFERS-ENROLLED
        END-IF

        IF WS-IMP-LOADED-COUNT > 0
            PERFORM UPDATE-CHECKSUM-SEM1
            PERFORM GENERATE-RANKED-RESULTS-SEM1
        END-IF
        DISPLAY "Intake import complete: " WS-IMP-READ-COUNT
            " row(s) read, " WS-IMP-LOADED-COUNT " registered, "
            WS-IMP-REJECT-COUNT " rejected."
    MOVE SPACES TO WS-IMP-ID
    MOVE SPACES TO WS-IMP-NAME
    MOVE SPACES TO WS-IMP-REASON
    MOVE SPACES TO WS-IMP-PROGRAM
    MOVE 'Y' TO WS-IMP-OK
    UNSTRING INTAKE-IMPORT-RECORD DELIMITED BY ","
        INTO WS-IMP-ID, WS-IMP-NAME, WS-IMP-PROGRAM
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(WS-IMP-PROGRAM) TO WS-IMP-PROGRAM

    IF FUNCTION LENGTH(FUNCTION TRIM(WS-IMP-ID)) = 0
        MOVE "BAD-REF" TO WS-IMP-REASON
        END-IF
    END-IF

    IF WS-IMP-OK = 'Y' AND WS-OFFERS-ON-FILE = 'Y'
        PERFORM CHECK-OFFER-RELEASED
        IF WS-OFFER-FOUND = 'N'
            MOVE "NO-ACCEPTANCE" TO WS-IMP-REASON
            MOVE 'N' TO WS-IMP-OK
        END-IF
    END-IF

    IF WS-IMP-OK = 'Y'
        MOVE WS-IMP-NAME TO WS-STUDENT-NAME
        PERFORM CHECK-SIMILAR-NAME-SEM1
        MOVE SPACES TO ELECTIVE-CODE1
        MOVE 0 TO MARK1-ELECTIVE
        MOVE WS-COHORT-YEAR TO COHORT-YEAR1
        *> Alternate imported students between the two sections as
        *> a provisional split; SECTION-ALLOC then balances the
        *> intake against section capacities, pairings and repeaters.
        IF WS-SECTION = 'A'
            MOVE 'B' TO WS-SECTION
        ELSE
            MOVE 'A' TO WS-SECTION
        END-IF
        MOVE WS-SECTION TO SECTION1
        IF WS-IMP-PROGRAM NOT = SPACES
            MOVE WS-IMP-PROGRAM TO PROGRAM-CODE1
        ELSE
            MOVE WS-PROGRAM-CODE TO PROGRAM-CODE1
        END-IF
        WRITE STUDENT-RECORD-SEM1
            INVALID KEY
                MOVE "WRITE-FAIL" TO WS-IMP-REASON
            MOVE WS-STUDENT-NAME TO WS-NIX-NAME
            MOVE 1 TO WS-NIX-SEM
            PERFORM UPSERT-NAME-INDEX
            MOVE "INTAKE-IMPORT" TO WS-ACT-FUNCTION
            MOVE 1 TO WS-ACT-SEMESTER
            MOVE "BAL +0001 +000000" TO WS-ACT-DETAIL
            PERFORM LOG-ACTIVITY
            IF WS-OFFERS-ON-FILE = 'Y' AND WS-ENR-COUNT < 1000
                ADD 1 TO WS-ENR-COUNT
                MOVE WS-IMP-ID TO WS-ENR-REF(WS-ENR-COUNT)
                MOVE WS-STUDENT-ID TO WS-ENR-STUDENT-ID(WS-ENR-COUNT)
            END-IF
        END-IF
    END-IF

        WRITE INTAKE-EXCEPTION-RECORD
    END-IF.

CHECK-OFFER-RELEASED.
    *> The row's reference must be on the offer register released
    *> to the intake (status I).
    MOVE 'N' TO WS-OFFER-FOUND
    MOVE 'N' TO WS-OFFER-EOF
    OPEN INPUT ADMISSION-OFFER-FILE
    IF FILE-STATUS-OFFER NOT = "00"
        MOVE 'Y' TO WS-OFFER-EOF
    END-IF
    PERFORM UNTIL WS-OFFER-EOF = 'Y'
        READ ADMISSION-OFFER-FILE
            AT END
                MOVE 'Y' TO WS-OFFER-EOF
            NOT AT END
                IF AOF-REF = WS-IMP-ID AND AOF-STATUS = 'I'
                    MOVE 'Y' TO WS-OFFER-FOUND
                    MOVE 'Y' TO WS-OFFER-EOF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-OFFER NOT = "35"
        CLOSE ADMISSION-OFFER-FILE
    END-IF.

MARK-OFFERS-ENROLLED.
    *> Registered applicants are marked enrolled (E) on the offer
    *> register with their new student ID.
    OPEN INPUT ADMISSION-OFFER-FILE
    IF FILE-STATUS-OFFER NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-OFFER-FILE
    MOVE 'N' TO WS-OFFER-EOF
    PERFORM UNTIL WS-OFFER-EOF = 'Y'
        READ ADMISSION-OFFER-FILE
            AT END
                MOVE 'Y' TO WS-OFFER-EOF
            NOT AT END
                PERFORM VARYING WS-ENR-IX FROM 1 BY 1
                        UNTIL WS-ENR-IX > WS-ENR-COUNT
                    IF AOF-REF = WS-ENR-REF(WS-ENR-IX)
                            AND AOF-STATUS = 'I'
                        MOVE 'E' TO AOF-STATUS
                        MOVE WS-ENR-STUDENT-ID(WS-ENR-IX)
                            TO AOF-STUDENT-ID
                    END-IF
                END-PERFORM
                MOVE ADMISSION-OFFER-RECORD TO TEMP-OFFER-RECORD
                WRITE TEMP-OFFER-RECORD
        END-READ
    END-PERFORM
    CLOSE ADMISSION-OFFER-FILE
    CLOSE TEMP-OFFER-FILE
    CALL "CBL_DELETE_FILE" USING "admission_offers.dat"
    CALL "CBL_RENAME_FILE" USING "temp_admission_offers.dat"
        "admission_offers.dat"
    DISPLAY WS-ENR-COUNT " applicant(s) marked enrolled on the "
        "offer register.".

ACQUIRE-LOCK-SEM1.
    OPEN INPUT LOCK-FILE-SEM1
    IF WS-LOCK-STATUS = "00"
            INVALID KEY
                DISPLAY "Write failed for ID " WS-STUDENT-ID
                    " - status " WS-FILE-STATUS
            NOT INVALID KEY
                MOVE "BAL +0001 +000000" TO WS-ACT-DETAIL
        END-WRITE

        CLOSE STUDENT-FILE-SEM2
