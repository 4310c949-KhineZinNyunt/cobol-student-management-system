IDENTIFICATION DIVISION.
PROGRAM-ID. CLEARANCE-OPEN.

*> Opens the withdrawal clearance case for a student the moment
*> the student is withdrawn (EDIT status change, TRANSFER export,
*> or the catch-up sweep in CLEARANCE-ADMIN). The case is one row
*> per department on withdrawal_clearance.dat, every line open
*> ('O') until that department signs it off in CLEARANCE-ADMIN:
*>   HOSTEL   - room allocation on hostel_alloc.dat to vacate
*>   IDCARD   - issued card on card_register.dat to deactivate
*>   SCHOLAR  - active award on scholarship_awards.dat to stop
*>   SPONSOR  - sponsor link on sponsor_links.dat to notify
*>   FEES     - fee_ledger.dat balance to collect or refund
*>   LIBRARY  - open hold on library_holds.dat
*>   DOCUMENT - originals on documents_checklist.dat to return
*> Each line's note records what was on file at opening so the
*> department sees at once what it has to do. A student who
*> already has a case with open lines does not get a second one.
*> LS-OPENED comes back 'Y' when a case was opened.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLEARANCE-FILE ASSIGN TO "withdrawal_clearance.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CLEARANCE.
    SELECT ALLOC-FILE ASSIGN TO "hostel_alloc.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-LOOKUP.
    SELECT CARD-REGISTER-FILE ASSIGN TO "card_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-LOOKUP.
    SELECT AWARDS-FILE ASSIGN TO "scholarship_awards.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-LOOKUP.
    SELECT LINK-FILE ASSIGN TO "sponsor_links.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-LOOKUP.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-LOOKUP.
    SELECT HOLD-FILE ASSIGN TO "library_holds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-LOOKUP.
    SELECT CHECKLIST-FILE ASSIGN TO "documents_checklist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-LOOKUP.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.

DATA DIVISION.
FILE SECTION.
FD  CLEARANCE-FILE.
01  CLEARANCE-RECORD.
    05  CLR-CASE           PIC 9(5).
    05  CLR-STUDENT-ID     PIC X(10).
    05  CLR-DEPT           PIC X(8).
    05  CLR-STATUS         PIC X.
        88  CLR-OPEN        VALUE 'O'.
        88  CLR-CLEARED     VALUE 'C'.
    05  CLR-OPENED-DATE    PIC X(8).
    05  CLR-OPENED-BY      PIC X(10).
    05  CLR-CLOSED-DATE    PIC X(8).
    05  CLR-CLOSED-BY      PIC X(10).
    05  CLR-NOTE           PIC X(30).

FD  ALLOC-FILE.
01  ALLOC-RECORD.
    05  HAL-STUDENT-ID     PIC X(10).
    05  HAL-HOSTEL         PIC X(8).
    05  HAL-ROOM           PIC X(6).
    05  HAL-TERM           PIC X(10).
    05  HAL-ALLOC-DATE     PIC X(8).
    05  HAL-STATUS         PIC X.

FD  CARD-REGISTER-FILE.
01  CARD-REGISTER-RECORD.
    05  CRD-SERIAL         PIC X(12).
    05  CRD-STUDENT-ID     PIC X(10).
    05  CRD-STATUS         PIC X.
    05  CRD-ISSUE-DATE     PIC X(8).
    05  CRD-STATUS-DATE    PIC X(8).

FD  AWARDS-FILE.
01  AWARDS-RECORD.
    05  SCA-STUDENT-ID     PIC X(10).
    05  SCA-SCHEME         PIC X(15).
    05  SCA-AMOUNT         PIC 9(7)V99.
    05  SCA-MIN-PERCENTILE PIC 9(3).
    05  SCA-STATUS         PIC X.
    05  SCA-GRANT-DATE     PIC X(8).

FD  LINK-FILE.
01  LINK-RECORD.
    05  LNK-STUDENT-ID     PIC X(10).
    05  LNK-SPONSOR-CODE   PIC X(6).
    05  LNK-PERCENT        PIC 9(3).

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  HOLD-FILE.
01  HOLD-RECORD.
    05  LBH-STUDENT-ID     PIC X(10).
    05  LBH-ITEMS-OUT      PIC 9(3).
    05  LBH-FINES-DUE      PIC 9(5)V99.
    05  LBH-STATUS         PIC X.
    05  LBH-UPDATED        PIC X(8).

FD  CHECKLIST-FILE.
01  CHECKLIST-RECORD.
    05  DOC-STUDENT-ID     PIC X(10).
    05  DOC-TYPE           PIC X(10).
    05  DOC-RECEIVED-DATE  PIC X(8).
    05  DOC-VERIFIED-BY    PIC X(10).

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
01  FILE-STATUS-CLEARANCE  PIC XX.
01  FILE-STATUS-LOOKUP     PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-TODAY               PIC X(8).
01  WS-HAS-OPEN-CASE       PIC X.
01  WS-LAST-CASE           PIC 9(5).
01  WS-COUNT               PIC 9(3).
01  WS-COUNT-TEXT          PIC ZZ9.
01  WS-BALANCE             PIC S9(7)V99.
01  WS-BALANCE-TEXT        PIC Z,ZZZ,ZZ9.99.
01  WS-DEPT-IX             PIC 9.
01  WS-DEPT-TABLE.
    05  WS-DEPT-ENTRY      OCCURS 7 TIMES.
        10  WS-DP-CODE     PIC X(8).
        10  WS-DP-NOTE     PIC X(30).

LINKAGE SECTION.
01  LS-STUDENT-ID          PIC X(10).
01  LS-STAFF-ID            PIC X(10).
01  LS-OPENED              PIC X.

PROCEDURE DIVISION USING LS-STUDENT-ID, LS-STAFF-ID, LS-OPENED.
MAIN-LOGIC.
    MOVE 'N' TO LS-OPENED
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM SCAN-EXISTING-CASES
    IF WS-HAS-OPEN-CASE = 'Y'
        GOBACK
    END-IF
    MOVE "HOSTEL"   TO WS-DP-CODE(1)
    MOVE "IDCARD"   TO WS-DP-CODE(2)
    MOVE "SCHOLAR"  TO WS-DP-CODE(3)
    MOVE "SPONSOR"  TO WS-DP-CODE(4)
    MOVE "FEES"     TO WS-DP-CODE(5)
    MOVE "LIBRARY"  TO WS-DP-CODE(6)
    MOVE "DOCUMENT" TO WS-DP-CODE(7)
    PERFORM NOTE-HOSTEL
    PERFORM NOTE-IDCARD
    PERFORM NOTE-SCHOLAR
    PERFORM NOTE-SPONSOR
    PERFORM NOTE-FEES
    PERFORM NOTE-LIBRARY
    PERFORM NOTE-DOCUMENTS

    ADD 1 TO WS-LAST-CASE
    OPEN EXTEND CLEARANCE-FILE
    IF FILE-STATUS-CLEARANCE NOT = "00"
        OPEN OUTPUT CLEARANCE-FILE
    END-IF
    PERFORM VARYING WS-DEPT-IX FROM 1 BY 1 UNTIL WS-DEPT-IX > 7
        MOVE SPACES TO CLEARANCE-RECORD
        MOVE WS-LAST-CASE TO CLR-CASE
        MOVE LS-STUDENT-ID TO CLR-STUDENT-ID
        MOVE WS-DP-CODE(WS-DEPT-IX) TO CLR-DEPT
        MOVE 'O' TO CLR-STATUS
        MOVE WS-TODAY TO CLR-OPENED-DATE
        MOVE LS-STAFF-ID TO CLR-OPENED-BY
        MOVE WS-DP-NOTE(WS-DEPT-IX) TO CLR-NOTE
        WRITE CLEARANCE-RECORD
    END-PERFORM
    CLOSE CLEARANCE-FILE

    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE LS-STAFF-ID TO ACT-STAFF-ID
    MOVE "CLEARANCE-OPEN" TO ACT-FUNCTION
    MOVE LS-STUDENT-ID TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    STRING "CASE " WS-LAST-CASE
        DELIMITED BY SIZE INTO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE
    MOVE 'Y' TO LS-OPENED
    DISPLAY "Withdrawal clearance case " WS-LAST-CASE
        " opened for " FUNCTION TRIM(LS-STUDENT-ID)
    GOBACK.

SCAN-EXISTING-CASES.
    MOVE 'N' TO WS-HAS-OPEN-CASE
    MOVE 0 TO WS-LAST-CASE
    MOVE 'N' TO WS-EOF
    OPEN INPUT CLEARANCE-FILE
    IF FILE-STATUS-CLEARANCE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CLEARANCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF CLR-CASE > WS-LAST-CASE
                    MOVE CLR-CASE TO WS-LAST-CASE
                END-IF
                IF CLR-STUDENT-ID = LS-STUDENT-ID AND CLR-OPEN
                    MOVE 'Y' TO WS-HAS-OPEN-CASE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CLEARANCE NOT = "35"
        CLOSE CLEARANCE-FILE
    END-IF.

NOTE-HOSTEL.
    MOVE "NO ROOM ALLOCATED" TO WS-DP-NOTE(1)
    MOVE 'N' TO WS-EOF
    OPEN INPUT ALLOC-FILE
    IF FILE-STATUS-LOOKUP NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ALLOC-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF HAL-STUDENT-ID = LS-STUDENT-ID
                        AND HAL-STATUS = 'A'
                    MOVE SPACES TO WS-DP-NOTE(1)
                    STRING "VACATE " FUNCTION TRIM(HAL-HOSTEL) "/"
                        FUNCTION TRIM(HAL-ROOM) " " HAL-TERM
                        DELIMITED BY SIZE INTO WS-DP-NOTE(1)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-LOOKUP NOT = "35"
        CLOSE ALLOC-FILE
    END-IF.

NOTE-IDCARD.
    MOVE "NO CARD ISSUED" TO WS-DP-NOTE(2)
    MOVE 'N' TO WS-EOF
    OPEN INPUT CARD-REGISTER-FILE
    IF FILE-STATUS-LOOKUP NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CARD-REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF CRD-STUDENT-ID = LS-STUDENT-ID
                        AND CRD-STATUS = 'I'
                    MOVE SPACES TO WS-DP-NOTE(2)
                    STRING "DEACTIVATE CARD " CRD-SERIAL
                        DELIMITED BY SIZE INTO WS-DP-NOTE(2)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-LOOKUP NOT = "35"
        CLOSE CARD-REGISTER-FILE
    END-IF.

NOTE-SCHOLAR.
    MOVE "NO ACTIVE AWARD" TO WS-DP-NOTE(3)
    MOVE 'N' TO WS-EOF
    OPEN INPUT AWARDS-FILE
    IF FILE-STATUS-LOOKUP NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ AWARDS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF SCA-STUDENT-ID = LS-STUDENT-ID
                        AND SCA-STATUS = 'A'
                    MOVE SPACES TO WS-DP-NOTE(3)
                    STRING "STOP AWARD " SCA-SCHEME
                        DELIMITED BY SIZE INTO WS-DP-NOTE(3)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-LOOKUP NOT = "35"
        CLOSE AWARDS-FILE
    END-IF.

NOTE-SPONSOR.
    MOVE "NOT SPONSORED" TO WS-DP-NOTE(4)
    MOVE 'N' TO WS-EOF
    OPEN INPUT LINK-FILE
    IF FILE-STATUS-LOOKUP NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ LINK-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF LNK-STUDENT-ID = LS-STUDENT-ID
                    MOVE SPACES TO WS-DP-NOTE(4)
                    STRING "NOTIFY SPONSOR " LNK-SPONSOR-CODE
                        " (" LNK-PERCENT "%)"
                        DELIMITED BY SIZE INTO WS-DP-NOTE(4)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-LOOKUP NOT = "35"
        CLOSE LINK-FILE
    END-IF.

NOTE-FEES.
    *> Same arithmetic as the FEE-LEDGER statement: charges,
    *> refunds and reversals add, payments and waivers subtract.
    MOVE 0 TO WS-BALANCE
    MOVE 'N' TO WS-EOF
    OPEN INPUT FEE-FILE
    IF FILE-STATUS-LOOKUP NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ FEE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF FEE-STUDENT-ID = LS-STUDENT-ID
                    EVALUATE FEE-TYPE
                        WHEN 'C'
                        WHEN 'R'
                        WHEN 'V'
                            ADD FEE-AMOUNT TO WS-BALANCE
                        WHEN OTHER
                            SUBTRACT FEE-AMOUNT FROM WS-BALANCE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-LOOKUP NOT = "35"
        CLOSE FEE-FILE
    END-IF
    MOVE SPACES TO WS-DP-NOTE(5)
    EVALUATE TRUE
        WHEN WS-BALANCE > 0
            MOVE WS-BALANCE TO WS-BALANCE-TEXT
            STRING "BALANCE DUE " FUNCTION TRIM(WS-BALANCE-TEXT)
                DELIMITED BY SIZE INTO WS-DP-NOTE(5)
        WHEN WS-BALANCE < 0
            MOVE WS-BALANCE TO WS-BALANCE-TEXT
            STRING "CREDIT TO REFUND " FUNCTION TRIM(WS-BALANCE-TEXT)
                DELIMITED BY SIZE INTO WS-DP-NOTE(5)
        WHEN OTHER
            MOVE "ACCOUNT SETTLED" TO WS-DP-NOTE(5)
    END-EVALUATE.

NOTE-LIBRARY.
    MOVE "NO LIBRARY HOLD" TO WS-DP-NOTE(6)
    MOVE 'N' TO WS-EOF
    OPEN INPUT HOLD-FILE
    IF FILE-STATUS-LOOKUP NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ HOLD-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF LBH-STUDENT-ID = LS-STUDENT-ID
                        AND LBH-STATUS = 'O'
                    MOVE LBH-ITEMS-OUT TO WS-COUNT-TEXT
                    MOVE SPACES TO WS-DP-NOTE(6)
                    STRING "HOLD: " FUNCTION TRIM(WS-COUNT-TEXT)
                        " ITEM(S) ON LOAN"
                        DELIMITED BY SIZE INTO WS-DP-NOTE(6)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-LOOKUP NOT = "35"
        CLOSE HOLD-FILE
    END-IF.

NOTE-DOCUMENTS.
    MOVE 0 TO WS-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT CHECKLIST-FILE
    IF FILE-STATUS-LOOKUP NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CHECKLIST-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF DOC-STUDENT-ID = LS-STUDENT-ID
                    ADD 1 TO WS-COUNT
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-LOOKUP NOT = "35"
        CLOSE CHECKLIST-FILE
    END-IF
    IF WS-COUNT = 0
        MOVE "NO DOCUMENTS ON FILE" TO WS-DP-NOTE(7)
    ELSE
        MOVE WS-COUNT TO WS-COUNT-TEXT
        MOVE SPACES TO WS-DP-NOTE(7)
        STRING "RETURN " FUNCTION TRIM(WS-COUNT-TEXT)
            " DOCUMENT(S) HELD"
            DELIMITED BY SIZE INTO WS-DP-NOTE(7)
    END-IF.
