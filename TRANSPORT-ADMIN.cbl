IDENTIFICATION DIVISION.
PROGRAM-ID. TRANSPORT-ADMIN.

*> Student transport (bus pass) subsystem, run the way HOSTEL-ADMIN
*> runs the hostels. Routes (seat capacity and termly charge) live
*> in transport_routes.dat and their stops, in running order, in
*> transport_stops.dat. The spreadsheet of passes becomes
*> transport_passes.dat: one row per student per term, status
*> A active, W waitlisted or X cancelled. Issuing a pass on a route
*> that still has seats posts the term charge straight into
*> fee_ledger.dat, so the registration arrears block covers unpaid
*> bus fares too; once the route is full the student joins its
*> waitlist instead and is charged only when a seat is handed on.
*> Cancelling an active pass hands the seat to the first student
*> on that route's waitlist for the term. Passes of students who
*> are withdrawn or deferred are cancelled by the TRANSPORT step of
*> EOD-DRIVER each night. The route manifest lists riders stop by
*> stop with the guardian phone from student_profile.dat, for the
*> drivers (transport_manifest_<route>.txt).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ROUTES-FILE ASSIGN TO "transport_routes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ROUTES.
    SELECT STOPS-FILE ASSIGN TO "transport_stops.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-STOPS.
    SELECT PASS-FILE ASSIGN TO "transport_passes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PASS.
    SELECT TEMP-PASS-FILE ASSIGN TO "temp_transport_passes.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT PROFILE-FILE ASSIGN TO "student_profile.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PROFILE.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.
    SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-MANIFEST.
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
FD  ROUTES-FILE.
01  ROUTES-RECORD.
    05  TRT-ROUTE          PIC X(6).
    05  TRT-ROUTE-NAME     PIC X(20).
    05  TRT-CAPACITY       PIC 9(3).
    05  TRT-TERM-CHARGE    PIC 9(7)V99.

FD  STOPS-FILE.
01  STOPS-RECORD.
    05  TST-ROUTE          PIC X(6).
    05  TST-STOP-SEQ       PIC 9(2).
    05  TST-STOP-NAME      PIC X(20).
    05  TST-PICKUP-TIME    PIC X(4).

FD  PASS-FILE.
01  PASS-RECORD.
    05  TPS-STUDENT-ID     PIC X(10).
    05  TPS-ROUTE          PIC X(6).
    05  TPS-STOP-SEQ       PIC 9(2).
    05  TPS-TERM           PIC X(10).
    05  TPS-ISSUE-DATE     PIC X(8).
    05  TPS-STATUS         PIC X.
        88  PASS-ACTIVE     VALUE 'A'.
        88  PASS-WAITLISTED VALUE 'W'.
        88  PASS-CANCELLED  VALUE 'X'.
    05  TPS-STATUS-DATE    PIC X(8).
    05  TPS-CANCEL-REASON  PIC X.

FD  TEMP-PASS-FILE.
01  TEMP-PASS-RECORD       PIC X(46).

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

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

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  FILLER             PIC X(40).

FD  MANIFEST-FILE.
01  MANIFEST-LINE          PIC X(100).

FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  STUDENT-NAME1      PIC X(30).
    05  FILLER             PIC X(26).
    05  WITHDRAWN1         PIC X.
    05  FILLER             PIC X(21).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN2         PIC X.
    05  FILLER             PIC X(21).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN3         PIC X.
    05  FILLER             PIC X(21).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  FILLER             PIC X(23).
    05  WITHDRAWN4         PIC X.
    05  FILLER             PIC X(21).

WORKING-STORAGE SECTION.
01  FILE-STATUS-ROUTES     PIC XX.
01  FILE-STATUS-STOPS      PIC XX.
01  FILE-STATUS-PASS       PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-PROFILE    PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  FILE-STATUS-MANIFEST   PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-PRF-EOF             PIC X VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-ROUTE-INPUT         PIC X(6).
01  WS-ROUTE-NAME-INPUT    PIC X(20).
01  WS-CAP-INPUT           PIC X(3).
01  WS-CHARGE-INPUT        PIC X(12).
01  WS-STOP-INPUT          PIC X(2).
01  WS-STOP-NAME-INPUT     PIC X(20).
01  WS-PICKUP-INPUT        PIC X(4).
01  WS-STOP-SEQ            PIC 9(2).
01  WS-ID-INPUT            PIC X(10).
01  WS-TERM-INPUT          PIC X(10).
01  WS-CURRENT-TERM        PIC X(10).
01  WS-ROUTE-FOUND         PIC X.
01  WS-ROUTE-NAME          PIC X(20).
01  WS-ROUTE-CAPACITY      PIC 9(3).
01  WS-ROUTE-CHARGE        PIC 9(7)V99.
01  WS-STOP-FOUND          PIC X.
01  WS-STOP-NAME           PIC X(20).
01  WS-RIDERS              PIC 9(3).
01  WS-WAITING             PIC 9(3).
01  WS-HAS-PASS            PIC X.
01  WS-STANDING            PIC X.
01  WS-STUDENT-NAME        PIC X(30).
01  WS-CANCELLED           PIC X.
01  WS-CANCELLED-STATUS    PIC X.
01  WS-CANCELLED-ROUTE     PIC X(6).
01  WS-PROMOTED            PIC X.
01  WS-PROMOTED-ID         PIC X(10).
01  WS-CHARGE-ID           PIC X(10).
01  WS-LIST-COUNT          PIC 9(4) VALUE 0.
01  WS-CHARGE-DISP         PIC Z(6)9.99.
01  WS-TODAY               PIC X(8).
01  WS-MANIFEST-FILENAME   PIC X(40).
01  WS-MANIFEST-COUNT      PIC 9(4) VALUE 0.
01  WS-STOP-RIDERS         PIC 9(3).
01  WS-RIDER-NAME          PIC X(30).
01  WS-GUARDIAN-NAME       PIC X(30).
01  WS-GUARDIAN-PHONE      PIC X(15).
01  WS-SEQ-IX              PIC 9(3).

*> The chosen route's stops, indexed by their running order.
01  WS-STOP-TABLE.
    05  WS-STOP-ENTRY OCCURS 99 TIMES.
        10  WS-TBL-STOP-NAME   PIC X(20).
        10  WS-TBL-PICKUP      PIC X(4).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Student Transport (Bus Passes) ---"
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    DISPLAY "1. Add a route"
    DISPLAY "2. Add a stop to a route"
    DISPLAY "3. Issue a bus pass"
    DISPLAY "4. Cancel a bus pass"
    DISPLAY "5. Route manifest for drivers"
    DISPLAY "6. Route capacity and waitlist report"
    DISPLAY "Enter choice (1-6): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM ADD-ROUTE
        WHEN '2'
            PERFORM ADD-STOP
        WHEN '3'
            PERFORM ISSUE-PASS
        WHEN '4'
            PERFORM CANCEL-PASS
        WHEN '5'
            PERFORM ROUTE-MANIFEST
        WHEN '6'
            PERFORM CAPACITY-REPORT
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

ADD-ROUTE.
    DISPLAY "Route code (e.g. R01): "
    ACCEPT WS-ROUTE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-ROUTE-INPUT) TO WS-ROUTE-INPUT
    PERFORM FIND-ROUTE
    IF WS-ROUTE-FOUND = 'Y'
        DISPLAY "Route " WS-ROUTE-INPUT " is already on file."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Route name (e.g. NORTH TOWNSHIP): "
    ACCEPT WS-ROUTE-NAME-INPUT
    DISPLAY "Seat capacity: "
    ACCEPT WS-CAP-INPUT
    DISPLAY "Charge per term (e.g. 120.00): "
    ACCEPT WS-CHARGE-INPUT
    IF FUNCTION NUMVAL(WS-CAP-INPUT) < 1
        DISPLAY "A route needs at least one seat."
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ROUTES-FILE
    IF FILE-STATUS-ROUTES NOT = "00"
        OPEN OUTPUT ROUTES-FILE
    END-IF
    MOVE SPACES TO ROUTES-RECORD
    MOVE WS-ROUTE-INPUT TO TRT-ROUTE
    MOVE WS-ROUTE-NAME-INPUT TO TRT-ROUTE-NAME
    MOVE FUNCTION NUMVAL(WS-CAP-INPUT) TO TRT-CAPACITY
    MOVE FUNCTION NUMVAL(WS-CHARGE-INPUT) TO TRT-TERM-CHARGE
    WRITE ROUTES-RECORD
    CLOSE ROUTES-FILE
    DISPLAY "Route " WS-ROUTE-INPUT " added - add its stops next.".

ADD-STOP.
    DISPLAY "Route code: "
    ACCEPT WS-ROUTE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-ROUTE-INPUT) TO WS-ROUTE-INPUT
    PERFORM FIND-ROUTE
    IF WS-ROUTE-FOUND = 'N'
        DISPLAY "Route " WS-ROUTE-INPUT " is not on file."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Stop number in running order (01-99): "
    ACCEPT WS-STOP-INPUT
    MOVE FUNCTION NUMVAL(WS-STOP-INPUT) TO WS-STOP-SEQ
    IF WS-STOP-SEQ < 1
        DISPLAY "Stop number must be 01-99."
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-STOP
    IF WS-STOP-FOUND = 'Y'
        DISPLAY "Stop " WS-STOP-SEQ " on " WS-ROUTE-INPUT
            " is already " WS-STOP-NAME "."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Stop name: "
    ACCEPT WS-STOP-NAME-INPUT
    DISPLAY "Morning pickup time HHMM: "
    ACCEPT WS-PICKUP-INPUT
    OPEN EXTEND STOPS-FILE
    IF FILE-STATUS-STOPS NOT = "00"
        OPEN OUTPUT STOPS-FILE
    END-IF
    MOVE SPACES TO STOPS-RECORD
    MOVE WS-ROUTE-INPUT TO TST-ROUTE
    MOVE WS-STOP-SEQ TO TST-STOP-SEQ
    MOVE WS-STOP-NAME-INPUT TO TST-STOP-NAME
    MOVE WS-PICKUP-INPUT TO TST-PICKUP-TIME
    WRITE STOPS-RECORD
    CLOSE STOPS-FILE
    DISPLAY "Stop " WS-STOP-SEQ " " FUNCTION TRIM(WS-STOP-NAME-INPUT)
        " added to " WS-ROUTE-INPUT ".".

ISSUE-PASS.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    DISPLAY "Route code: "
    ACCEPT WS-ROUTE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-ROUTE-INPUT) TO WS-ROUTE-INPUT
    DISPLAY "Boarding stop number: "
    ACCEPT WS-STOP-INPUT
    MOVE FUNCTION NUMVAL(WS-STOP-INPUT) TO WS-STOP-SEQ
    PERFORM ACCEPT-TERM
    PERFORM FIND-ROUTE
    IF WS-ROUTE-FOUND = 'N'
        DISPLAY "Route " WS-ROUTE-INPUT " is not on file."
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-STOP
    IF WS-STOP-FOUND = 'N'
        DISPLAY "Stop " WS-STOP-SEQ " is not on route "
            WS-ROUTE-INPUT "."
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-STUDENT-STANDING
    EVALUATE WS-STANDING
        WHEN 'N'
            DISPLAY "Student " WS-ID-INPUT " is not on any semester "
                "master."
            EXIT PARAGRAPH
        WHEN 'W'
            DISPLAY "Student " WS-ID-INPUT " is withdrawn - no pass "
                "issued."
            EXIT PARAGRAPH
        WHEN 'D'
            DISPLAY "Student " WS-ID-INPUT " is deferred - no pass "
                "issued."
            EXIT PARAGRAPH
    END-EVALUATE
    PERFORM CHECK-EXISTING-PASS
    IF WS-HAS-PASS = 'Y'
        DISPLAY "Student " WS-ID-INPUT " already holds or is "
            "waiting for a pass for " FUNCTION TRIM(WS-TERM-INPUT)
            " - cancel it first to change route."
        EXIT PARAGRAPH
    END-IF
    PERFORM COUNT-RIDERS
    OPEN EXTEND PASS-FILE
    IF FILE-STATUS-PASS NOT = "00"
        OPEN OUTPUT PASS-FILE
    END-IF
    MOVE SPACES TO PASS-RECORD
    MOVE WS-ID-INPUT TO TPS-STUDENT-ID
    MOVE WS-ROUTE-INPUT TO TPS-ROUTE
    MOVE WS-STOP-SEQ TO TPS-STOP-SEQ
    MOVE WS-TERM-INPUT TO TPS-TERM
    MOVE WS-TODAY TO TPS-ISSUE-DATE
    MOVE WS-TODAY TO TPS-STATUS-DATE
    IF WS-RIDERS >= WS-ROUTE-CAPACITY
        MOVE 'W' TO TPS-STATUS
    ELSE
        MOVE 'A' TO TPS-STATUS
    END-IF
    WRITE PASS-RECORD
    CLOSE PASS-FILE
    IF WS-RIDERS >= WS-ROUTE-CAPACITY
        ADD 1 TO WS-WAITING
        DISPLAY "Route " WS-ROUTE-INPUT " is full (" WS-RIDERS
            " of " WS-ROUTE-CAPACITY ") for "
            FUNCTION TRIM(WS-TERM-INPUT) "."
        DISPLAY WS-ID-INPUT " is number " WS-WAITING " on the "
            "waitlist - no charge is posted until a seat is "
            "handed on."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-INPUT TO WS-CHARGE-ID
    PERFORM POST-TRANSPORT-CHARGE
    MOVE WS-ROUTE-CHARGE TO WS-CHARGE-DISP
    DISPLAY "Pass issued to " WS-ID-INPUT " on " WS-ROUTE-INPUT
        " from stop " WS-STOP-SEQ " and posted the " WS-CHARGE-DISP
        " transport charge - the registration arrears block now "
        "covers it.".

ACCEPT-TERM.
    PERFORM LOAD-CURRENT-TERM
    DISPLAY "Term (Enter for " WS-CURRENT-TERM "): "
    ACCEPT WS-TERM-INPUT
    IF WS-TERM-INPUT = SPACES
        MOVE WS-CURRENT-TERM TO WS-TERM-INPUT
    END-IF.

LOAD-CURRENT-TERM.
    *> The first record of academic_calendar.dat is the current
    *> term.
    MOVE SPACES TO WS-CURRENT-TERM
    OPEN INPUT CALENDAR-FILE
    IF FILE-STATUS-CALENDAR = "00"
        READ CALENDAR-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CAL-TERM TO WS-CURRENT-TERM
        END-READ
        CLOSE CALENDAR-FILE
    END-IF.

FIND-ROUTE.
    MOVE 'N' TO WS-ROUTE-FOUND
    OPEN INPUT ROUTES-FILE
    IF FILE-STATUS-ROUTES = "00"
        PERFORM UNTIL FILE-STATUS-ROUTES NOT = "00"
            READ ROUTES-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-ROUTES
                NOT AT END
                    IF TRT-ROUTE = WS-ROUTE-INPUT
                        MOVE 'Y' TO WS-ROUTE-FOUND
                        MOVE TRT-ROUTE-NAME TO WS-ROUTE-NAME
                        MOVE TRT-CAPACITY TO WS-ROUTE-CAPACITY
                        MOVE TRT-TERM-CHARGE TO WS-ROUTE-CHARGE
                        MOVE "10" TO FILE-STATUS-ROUTES
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ROUTES-FILE
    END-IF.

FIND-STOP.
    MOVE 'N' TO WS-STOP-FOUND
    MOVE SPACES TO WS-STOP-NAME
    OPEN INPUT STOPS-FILE
    IF FILE-STATUS-STOPS = "00"
        PERFORM UNTIL FILE-STATUS-STOPS NOT = "00"
            READ STOPS-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-STOPS
                NOT AT END
                    IF TST-ROUTE = WS-ROUTE-INPUT
                            AND TST-STOP-SEQ = WS-STOP-SEQ
                        MOVE 'Y' TO WS-STOP-FOUND
                        MOVE TST-STOP-NAME TO WS-STOP-NAME
                        MOVE "10" TO FILE-STATUS-STOPS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STOPS-FILE
    END-IF.

CHECK-STUDENT-STANDING.
    *> The latest semester the student is on decides: 'W' withdrawn,
    *> 'D' deferred, 'A' anything else, 'N' not on any master.
    MOVE 'N' TO WS-STANDING
    MOVE SPACES TO WS-STUDENT-NAME
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE WITHDRAWN4 TO WS-STANDING
                MOVE STUDENT-NAME4 TO WS-STUDENT-NAME
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF
    IF WS-STANDING = 'N'
        OPEN INPUT STUDENT-FILE-SEM3
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WITHDRAWN3 TO WS-STANDING
                    MOVE STUDENT-NAME3 TO WS-STUDENT-NAME
            END-READ
            CLOSE STUDENT-FILE-SEM3
        END-IF
    END-IF
    IF WS-STANDING = 'N'
        OPEN INPUT STUDENT-FILE-SEM2
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WITHDRAWN2 TO WS-STANDING
                    MOVE STUDENT-NAME2 TO WS-STUDENT-NAME
            END-READ
            CLOSE STUDENT-FILE-SEM2
        END-IF
    END-IF
    IF WS-STANDING = 'N'
        OPEN INPUT STUDENT-FILE-SEM1
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID1
            READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WITHDRAWN1 TO WS-STANDING
                    MOVE STUDENT-NAME1 TO WS-STUDENT-NAME
            END-READ
            CLOSE STUDENT-FILE-SEM1
        END-IF
    END-IF
    IF WS-STANDING NOT = 'N' AND WS-STANDING NOT = 'W'
            AND WS-STANDING NOT = 'D'
        MOVE 'A' TO WS-STANDING
    END-IF.

CHECK-EXISTING-PASS.
    MOVE 'N' TO WS-HAS-PASS
    OPEN INPUT PASS-FILE
    IF FILE-STATUS-PASS = "00"
        PERFORM UNTIL FILE-STATUS-PASS NOT = "00"
            READ PASS-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-PASS
                NOT AT END
                    IF TPS-STUDENT-ID = WS-ID-INPUT
                            AND TPS-TERM = WS-TERM-INPUT
                            AND (PASS-ACTIVE OR PASS-WAITLISTED)
                        MOVE 'Y' TO WS-HAS-PASS
                        MOVE "10" TO FILE-STATUS-PASS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PASS-FILE
    END-IF.

COUNT-RIDERS.
    MOVE 0 TO WS-RIDERS
    MOVE 0 TO WS-WAITING
    OPEN INPUT PASS-FILE
    IF FILE-STATUS-PASS = "00"
        PERFORM UNTIL FILE-STATUS-PASS NOT = "00"
            READ PASS-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-PASS
                NOT AT END
                    IF TPS-ROUTE = WS-ROUTE-INPUT
                            AND TPS-TERM = WS-TERM-INPUT
                        IF PASS-ACTIVE
                            ADD 1 TO WS-RIDERS
                        END-IF
                        IF PASS-WAITLISTED
                            ADD 1 TO WS-WAITING
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PASS-FILE
    END-IF.

POST-TRANSPORT-CHARGE.
    *> Charged exactly as HOSTEL-ADMIN charges a room.
    OPEN EXTEND FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        OPEN OUTPUT FEE-FILE
    END-IF
    MOVE SPACES TO FEE-RECORD
    MOVE WS-CHARGE-ID TO FEE-STUDENT-ID
    MOVE WS-TODAY TO FEE-POST-DATE
    MOVE 'C' TO FEE-TYPE
    MOVE WS-ROUTE-CHARGE TO FEE-AMOUNT
    MOVE SPACES TO FEE-DESCRIPTION
    STRING "TRANSPORT " FUNCTION TRIM(WS-ROUTE-INPUT) " "
        WS-TERM-INPUT
        DELIMITED BY SIZE INTO FEE-DESCRIPTION
    WRITE FEE-RECORD
    CLOSE FEE-FILE.

CANCEL-PASS.
    DISPLAY "Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM ACCEPT-TERM
    MOVE 'N' TO WS-CANCELLED
    OPEN INPUT PASS-FILE
    IF FILE-STATUS-PASS NOT = "00"
        DISPLAY "No bus passes on file."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-PASS-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ PASS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF TPS-STUDENT-ID = WS-ID-INPUT
                        AND TPS-TERM = WS-TERM-INPUT
                        AND (PASS-ACTIVE OR PASS-WAITLISTED)
                        AND WS-CANCELLED = 'N'
                    MOVE 'Y' TO WS-CANCELLED
                    MOVE TPS-STATUS TO WS-CANCELLED-STATUS
                    MOVE TPS-ROUTE TO WS-CANCELLED-ROUTE
                    MOVE 'X' TO TPS-STATUS
                    MOVE WS-TODAY TO TPS-STATUS-DATE
                    MOVE 'M' TO TPS-CANCEL-REASON
                END-IF
                MOVE PASS-RECORD TO TEMP-PASS-RECORD
                WRITE TEMP-PASS-RECORD
        END-READ
    END-PERFORM
    CLOSE PASS-FILE
    CLOSE TEMP-PASS-FILE
    MOVE 'N' TO WS-EOF
    IF WS-CANCELLED = 'N'
        CALL "CBL_DELETE_FILE" USING "temp_transport_passes.dat"
        DISPLAY "No active or waitlisted pass matches."
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING "transport_passes.dat"
    CALL "CBL_RENAME_FILE" USING "temp_transport_passes.dat"
        "transport_passes.dat"
    IF WS-CANCELLED-STATUS = 'W'
        DISPLAY "Removed " WS-ID-INPUT " from the "
            WS-CANCELLED-ROUTE " waitlist."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Pass cancelled. The posted charge stays on the ledger - "
        "credit it through the fee ledger if a refund is due."
    MOVE WS-CANCELLED-ROUTE TO WS-ROUTE-INPUT
    PERFORM FIND-ROUTE
    PERFORM PROMOTE-WAITLIST
    IF WS-PROMOTED = 'Y'
        MOVE WS-ROUTE-CHARGE TO WS-CHARGE-DISP
        DISPLAY "The seat on " WS-ROUTE-INPUT " goes to "
            WS-PROMOTED-ID " from the waitlist; the "
            WS-CHARGE-DISP " transport charge is posted."
    END-IF.

PROMOTE-WAITLIST.
    *> A freed seat goes to the student who has waited longest for
    *> this route and term - the first waitlisted row on file.
    MOVE 'N' TO WS-PROMOTED
    MOVE SPACES TO WS-PROMOTED-ID
    OPEN INPUT PASS-FILE
    IF FILE-STATUS-PASS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-PASS-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ PASS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF TPS-ROUTE = WS-ROUTE-INPUT
                        AND TPS-TERM = WS-TERM-INPUT
                        AND PASS-WAITLISTED
                        AND WS-PROMOTED = 'N'
                    MOVE 'Y' TO WS-PROMOTED
                    MOVE TPS-STUDENT-ID TO WS-PROMOTED-ID
                    MOVE 'A' TO TPS-STATUS
                    MOVE WS-TODAY TO TPS-ISSUE-DATE
                    MOVE WS-TODAY TO TPS-STATUS-DATE
                END-IF
                MOVE PASS-RECORD TO TEMP-PASS-RECORD
                WRITE TEMP-PASS-RECORD
        END-READ
    END-PERFORM
    CLOSE PASS-FILE
    CLOSE TEMP-PASS-FILE
    MOVE 'N' TO WS-EOF
    IF WS-PROMOTED = 'N'
        CALL "CBL_DELETE_FILE" USING "temp_transport_passes.dat"
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING "transport_passes.dat"
    CALL "CBL_RENAME_FILE" USING "temp_transport_passes.dat"
        "transport_passes.dat"
    MOVE WS-PROMOTED-ID TO WS-CHARGE-ID
    PERFORM POST-TRANSPORT-CHARGE.

ROUTE-MANIFEST.
    DISPLAY "Route code: "
    ACCEPT WS-ROUTE-INPUT
    MOVE FUNCTION UPPER-CASE(WS-ROUTE-INPUT) TO WS-ROUTE-INPUT
    PERFORM ACCEPT-TERM
    PERFORM FIND-ROUTE
    IF WS-ROUTE-FOUND = 'N'
        DISPLAY "Route " WS-ROUTE-INPUT " is not on file."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-ROUTE-STOPS
    MOVE SPACES TO WS-MANIFEST-FILENAME
    STRING "transport_manifest_" FUNCTION TRIM(WS-ROUTE-INPUT) ".txt"
        DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
    OPEN OUTPUT MANIFEST-FILE
    MOVE SPACES TO MANIFEST-LINE
    STRING "ROUTE MANIFEST - " WS-ROUTE-INPUT " "
        FUNCTION TRIM(WS-ROUTE-NAME) " - TERM "
        FUNCTION TRIM(WS-TERM-INPUT) " - PRINTED " WS-TODAY
        DELIMITED BY SIZE INTO MANIFEST-LINE
    WRITE MANIFEST-LINE
    MOVE ALL "=" TO MANIFEST-LINE
    WRITE MANIFEST-LINE
    MOVE 0 TO WS-MANIFEST-COUNT
    PERFORM VARYING WS-SEQ-IX FROM 1 BY 1 UNTIL WS-SEQ-IX > 99
        IF WS-TBL-STOP-NAME(WS-SEQ-IX) NOT = SPACES
            PERFORM WRITE-STOP-RIDERS
        END-IF
    END-PERFORM
    *> A pass whose stop has since been taken off the route still
    *> rides; list it rather than lose it.
    MOVE 0 TO WS-SEQ-IX
    PERFORM WRITE-STOP-RIDERS
    MOVE SPACES TO MANIFEST-LINE
    WRITE MANIFEST-LINE
    MOVE SPACES TO MANIFEST-LINE
    STRING "Riders: " WS-MANIFEST-COUNT " of " WS-ROUTE-CAPACITY
        " seats"
        DELIMITED BY SIZE INTO MANIFEST-LINE
    WRITE MANIFEST-LINE
    CLOSE MANIFEST-FILE
    DISPLAY "Manifest for " WS-ROUTE-INPUT " written to "
        FUNCTION TRIM(WS-MANIFEST-FILENAME) " (" WS-MANIFEST-COUNT
        " rider(s)).".

LOAD-ROUTE-STOPS.
    MOVE SPACES TO WS-STOP-TABLE
    MOVE 'N' TO WS-EOF
    OPEN INPUT STOPS-FILE
    IF FILE-STATUS-STOPS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ STOPS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF TST-ROUTE = WS-ROUTE-INPUT AND TST-STOP-SEQ > 0
                    MOVE TST-STOP-NAME
                        TO WS-TBL-STOP-NAME(TST-STOP-SEQ)
                    MOVE TST-PICKUP-TIME
                        TO WS-TBL-PICKUP(TST-STOP-SEQ)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-STOPS NOT = "35"
        CLOSE STOPS-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

WRITE-STOP-RIDERS.
    *> WS-SEQ-IX zero collects riders whose stop is no longer on
    *> the route.
    MOVE 0 TO WS-STOP-RIDERS
    MOVE 'N' TO WS-EOF
    OPEN INPUT PASS-FILE
    IF FILE-STATUS-PASS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PASS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF TPS-ROUTE = WS-ROUTE-INPUT
                        AND TPS-TERM = WS-TERM-INPUT
                        AND PASS-ACTIVE
                    IF WS-SEQ-IX = 0
                        IF TPS-STOP-SEQ = 0
                            PERFORM WRITE-RIDER-LINE
                        ELSE
                            IF WS-TBL-STOP-NAME(TPS-STOP-SEQ) = SPACES
                                PERFORM WRITE-RIDER-LINE
                            END-IF
                        END-IF
                    ELSE
                        IF TPS-STOP-SEQ = WS-SEQ-IX
                            PERFORM WRITE-RIDER-LINE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PASS NOT = "35"
        CLOSE PASS-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

WRITE-RIDER-LINE.
    IF WS-STOP-RIDERS = 0
        MOVE SPACES TO MANIFEST-LINE
        WRITE MANIFEST-LINE
        MOVE SPACES TO MANIFEST-LINE
        IF WS-SEQ-IX = 0
            MOVE "STOP ?? (no longer on the route)" TO MANIFEST-LINE
        ELSE
            STRING "STOP " TPS-STOP-SEQ " "
                WS-TBL-STOP-NAME(WS-SEQ-IX) " PICKUP "
                WS-TBL-PICKUP(WS-SEQ-IX)
                DELIMITED BY SIZE INTO MANIFEST-LINE
        END-IF
        WRITE MANIFEST-LINE
        MOVE "  Student ID  Name                            Guardian"
            TO MANIFEST-LINE
        WRITE MANIFEST-LINE
    END-IF
    ADD 1 TO WS-STOP-RIDERS
    ADD 1 TO WS-MANIFEST-COUNT
    PERFORM LOOKUP-GUARDIAN
    MOVE SPACES TO MANIFEST-LINE
    STRING "  " TPS-STUDENT-ID "  " WS-RIDER-NAME "  "
        WS-GUARDIAN-PHONE " " WS-GUARDIAN-NAME
        DELIMITED BY SIZE INTO MANIFEST-LINE
    WRITE MANIFEST-LINE.

LOOKUP-GUARDIAN.
    MOVE SPACES TO WS-RIDER-NAME
    MOVE SPACES TO WS-GUARDIAN-NAME
    MOVE "(no phone)" TO WS-GUARDIAN-PHONE
    MOVE 'N' TO WS-PRF-EOF
    OPEN INPUT PROFILE-FILE
    IF FILE-STATUS-PROFILE NOT = "00"
        MOVE 'Y' TO WS-PRF-EOF
    END-IF
    PERFORM UNTIL WS-PRF-EOF = 'Y'
        READ PROFILE-FILE
            AT END
                MOVE 'Y' TO WS-PRF-EOF
            NOT AT END
                IF PRF-STUDENT-ID = TPS-STUDENT-ID
                    MOVE PRF-NAME TO WS-RIDER-NAME
                    MOVE PRF-GUARDIAN-NAME TO WS-GUARDIAN-NAME
                    IF PRF-GUARDIAN-PHONE NOT = SPACES
                        MOVE PRF-GUARDIAN-PHONE TO WS-GUARDIAN-PHONE
                    END-IF
                    MOVE 'Y' TO WS-PRF-EOF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROFILE NOT = "35"
        CLOSE PROFILE-FILE
    END-IF.

CAPACITY-REPORT.
    PERFORM ACCEPT-TERM
    DISPLAY "===== Bus Routes - " FUNCTION TRIM(WS-TERM-INPUT)
        " ====="
    DISPLAY "Route  Name                 Seats Riders Waiting"
    MOVE 0 TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT ROUTES-FILE
    IF FILE-STATUS-ROUTES NOT = "00"
        DISPLAY "No routes on file."
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ROUTES-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE TRT-ROUTE TO WS-ROUTE-INPUT
                MOVE TRT-CAPACITY TO WS-ROUTE-CAPACITY
                PERFORM COUNT-RIDERS
                ADD 1 TO WS-LIST-COUNT
                IF WS-RIDERS >= WS-ROUTE-CAPACITY
                    DISPLAY TRT-ROUTE " " TRT-ROUTE-NAME " "
                        WS-ROUTE-CAPACITY "   " WS-RIDERS "    "
                        WS-WAITING "  FULL"
                ELSE
                    DISPLAY TRT-ROUTE " " TRT-ROUTE-NAME " "
                        WS-ROUTE-CAPACITY "   " WS-RIDERS "    "
                        WS-WAITING
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ROUTES NOT = "35"
        CLOSE ROUTES-FILE
        DISPLAY WS-LIST-COUNT " route(s) on file."
    END-IF
    MOVE 'N' TO WS-EOF.
