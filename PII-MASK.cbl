IDENTIFICATION DIVISION.
PROGRAM-ID. PII-MASK.

*> Personal-data masking for view-only staff. Staff on the viewer
*> role (STAFF-ROLE 'V') need a student's name and results, not
*> their contact details, so every screen and export that shows a
*> student_profile.dat row to them passes it through here first.
*>   Mode 'M' masks a profile image in place: date of birth keeps
*>            the year only, phone and guardian phone keep their
*>            last 3 digits, e-mail keeps its first character and
*>            the domain, address keeps its last 12 characters.
*>            Name and guardian name are left as they are.
*>   Mode 'U' unmasks one record: a full-view member of staff (any
*>            active role other than viewer) confirms with their
*>            Staff ID and PIN and gives a reason, which is written
*>            to activity_log.dat (UNMASK-PROFILE). LS-MASK-RESULT
*>            comes back 'Y' when the record may be shown in full.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STAFF-FILE ASSIGN TO "staff_pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STAFF.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.

DATA DIVISION.
FILE SECTION.
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

WORKING-STORAGE SECTION.
01  FILE-STATUS-STAFF      PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-SUPER-ID            PIC X(10).
01  WS-SUPER-PIN           PIC X(6).
01  WS-SUPER-OK            PIC X VALUE 'N'.
01  WS-UNMASK-REASON       PIC X(25).
01  WS-MASK-FIELD          PIC X(40).
01  WS-MASK-KEEP           PIC 9(2).
01  WS-MASK-LEN            PIC 9(2).
01  WS-MASK-POS            PIC 9(2).
01  WS-MASK-UPTO           PIC 9(2).
01  WS-AT-POS              PIC 9(2).

LINKAGE SECTION.
01  LS-MASK-MODE           PIC X.
01  LS-PROFILE-DATA.
    05  LS-PRF-STUDENT-ID     PIC X(10).
    05  LS-PRF-NAME           PIC X(30).
    05  LS-PRF-DOB            PIC X(8).
    05  LS-PRF-PHONE          PIC X(15).
    05  LS-PRF-EMAIL          PIC X(30).
    05  LS-PRF-ADDRESS        PIC X(40).
    05  LS-PRF-GUARDIAN-NAME  PIC X(30).
    05  LS-PRF-GUARDIAN-PHONE PIC X(15).
01  LS-MASK-RESULT         PIC X.

PROCEDURE DIVISION USING LS-MASK-MODE, LS-PROFILE-DATA,
        LS-MASK-RESULT.
MAIN-LOGIC.
    MOVE 'N' TO LS-MASK-RESULT
    EVALUATE LS-MASK-MODE
        WHEN 'M'
            PERFORM MASK-PROFILE
            MOVE 'Y' TO LS-MASK-RESULT
        WHEN 'U'
            PERFORM AUTHORIZE-UNMASK
    END-EVALUATE
    GOBACK.

MASK-PROFILE.
    IF LS-PRF-DOB NOT = SPACES
        MOVE "****" TO LS-PRF-DOB(5:4)
    END-IF
    MOVE LS-PRF-PHONE TO WS-MASK-FIELD
    MOVE 3 TO WS-MASK-KEEP
    PERFORM MASK-ALL-BUT-LAST
    MOVE WS-MASK-FIELD TO LS-PRF-PHONE
    MOVE LS-PRF-GUARDIAN-PHONE TO WS-MASK-FIELD
    MOVE 3 TO WS-MASK-KEEP
    PERFORM MASK-ALL-BUT-LAST
    MOVE WS-MASK-FIELD TO LS-PRF-GUARDIAN-PHONE
    MOVE LS-PRF-ADDRESS TO WS-MASK-FIELD
    MOVE 12 TO WS-MASK-KEEP
    PERFORM MASK-ALL-BUT-LAST
    MOVE WS-MASK-FIELD TO LS-PRF-ADDRESS
    PERFORM MASK-EMAIL.

MASK-ALL-BUT-LAST.
    *> Blanks every non-space character of WS-MASK-FIELD except the
    *> last WS-MASK-KEEP; a value no longer than that is blanked
    *> entirely so short entries are not shown in full.
    IF WS-MASK-FIELD = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MASK-FIELD TRAILING))
        TO WS-MASK-LEN
    IF WS-MASK-LEN > WS-MASK-KEEP
        COMPUTE WS-MASK-UPTO = WS-MASK-LEN - WS-MASK-KEEP
    ELSE
        MOVE WS-MASK-LEN TO WS-MASK-UPTO
    END-IF
    PERFORM VARYING WS-MASK-POS FROM 1 BY 1
            UNTIL WS-MASK-POS > WS-MASK-UPTO
        IF WS-MASK-FIELD(WS-MASK-POS:1) NOT = SPACE
            MOVE "*" TO WS-MASK-FIELD(WS-MASK-POS:1)
        END-IF
    END-PERFORM.

MASK-EMAIL.
    IF LS-PRF-EMAIL = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-AT-POS
    INSPECT LS-PRF-EMAIL TALLYING WS-AT-POS
        FOR CHARACTERS BEFORE INITIAL "@"
    IF WS-AT-POS >= 30
        *> No domain part - keep the first character only.
        MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-PRF-EMAIL TRAILING))
            TO WS-AT-POS
    END-IF
    PERFORM VARYING WS-MASK-POS FROM 2 BY 1
            UNTIL WS-MASK-POS > WS-AT-POS
        MOVE "*" TO LS-PRF-EMAIL(WS-MASK-POS:1)
    END-PERFORM.

AUTHORIZE-UNMASK.
    DISPLAY "Unmasking needs a full-view member of staff."
    DISPLAY "Authorizing Staff ID: "
    ACCEPT WS-SUPER-ID
    DISPLAY "PIN: "
    ACCEPT WS-SUPER-PIN
    PERFORM VERIFY-FULL-VIEW-STAFF
    IF WS-SUPER-OK NOT = 'Y'
        DISPLAY "Not authorized - the record stays masked."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Reason for unmasking: "
    ACCEPT WS-UNMASK-REASON
    IF WS-UNMASK-REASON = SPACES
        DISPLAY "A reason is required - the record stays masked."
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-SUPER-ID TO ACT-STAFF-ID
    MOVE "UNMASK-PROFILE" TO ACT-FUNCTION
    MOVE LS-PRF-STUDENT-ID TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-UNMASK-REASON TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE
    MOVE 'Y' TO LS-MASK-RESULT.

VERIFY-FULL-VIEW-STAFF.
    *> Staff rows written before roles existed carry a blank role
    *> and count as full view, as they do at login.
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
                        AND STAFF-ROLE NOT = 'V'
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
