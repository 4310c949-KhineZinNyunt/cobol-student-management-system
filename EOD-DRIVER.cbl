*> term (academic_calendar.dat) the run is skipped unless the
*> one-shot override file eod_run_override.dat is present. Steps
*> understood:
*>   CHECKSUMS - refresh all four sidecar .sum files and append
*>               each master's record count and mark total to
*>               master_controls.dat for the day's balancing
*>   RANKED    - regenerate ranked results for semesters 1 and 2
*>   INTEGRITY - master counts vs ranked-results counts
*>   ROSTER    - export print-ready rosters for all four semesters
*>   WAREHOUSE - nightly delimited extract of the masters, the
*>               profile/fee/attendance/award files, plus a
*>               manifest of counts and control totals
*>   TRANSPORT - cancel the bus passes of withdrawn or deferred
*>               students and hand freed seats to the route
*>               waitlists, posting the term charge
*>   BALANCE   - close-of-day transaction balancing (BALANCE-REPORT)
*>               of the activity log against the master control
*>               totals, the fee ledger and the receipts
*> While daily_balance.dat shows today's business date out of
*> balance the WAREHOUSE step is held rather than run: it is not a
*> failure (the restart point is untouched), but the run ends with
*> return code 4 so the operator looks at the balancing report.
*> EOD-HISTORY reports per-step elapsed times over past runs from
*> the start/finish pairs written here.

        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID4
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT TP-ROUTES-FILE ASSIGN TO "transport_routes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TP-STATUS.
    SELECT TP-PASS-FILE ASSIGN TO "transport_passes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TP-STATUS.
    SELECT TP-TEMP-PASS-FILE ASSIGN TO "temp_transport_passes.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CHECKSUM-FILE ASSIGN TO WS-CHECKSUM-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MASTER-CONTROL-FILE ASSIGN TO "master_controls.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MCT-STATUS.
    SELECT DAILY-BALANCE-FILE ASSIGN TO "daily_balance.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DBL-STATUS.
    SELECT RANKED-RESULTS-SEM1 ASSIGN TO "ranked_results_sem1.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RANKED-STATUS.
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4   PIC X(3).

FD  TP-ROUTES-FILE.
01  TP-ROUTES-RECORD.
    05  TRT-ROUTE          PIC X(6).
    05  TRT-ROUTE-NAME     PIC X(20).
    05  TRT-CAPACITY       PIC 9(3).
    05  TRT-TERM-CHARGE    PIC 9(7)V99.

FD  TP-PASS-FILE.
01  TP-PASS-RECORD.
    05  TPS-STUDENT-ID     PIC X(10).
    05  TPS-ROUTE          PIC X(6).
    05  TPS-STOP-SEQ       PIC 9(2).
    05  TPS-TERM           PIC X(10).
    05  TPS-ISSUE-DATE     PIC X(8).
    05  TPS-STATUS         PIC X.
    05  TPS-STATUS-DATE    PIC X(8).
    05  TPS-CANCEL-REASON  PIC X.

FD  TP-TEMP-PASS-FILE.
01  TP-TEMP-PASS-RECORD    PIC X(46).

FD  CHECKSUM-FILE.
01  CHECKSUM-RECORD        PIC 9(10).

FD  MASTER-CONTROL-FILE.
01  MASTER-CONTROL-RECORD.
    05  MCT-DATE           PIC X(8).
    05  MCT-TIME           PIC X(6).
    05  MCT-SEMESTER       PIC 9.
    05  MCT-COUNT          PIC 9(6).
    05  MCT-MARKS          PIC 9(9).
    05  MCT-CHECKSUM       PIC 9(10).

FD  DAILY-BALANCE-FILE.
01  DAILY-BALANCE-RECORD.
    05  DBL-DATE           PIC X(8).
    05  DBL-STATUS         PIC X.
    05  DBL-STAMP          PIC X(14).
    05  DBL-DIFF-COUNT     PIC 9(4).

FD  RANKED-RESULTS-SEM1.
01  RANKED-RECORD-SEM1     PIC X(80).

01  WS-SEM-IX              PIC 9.
01  WS-ROSTER-COUNT        PIC 9(4) VALUE 0.

01  WS-TP-STATUS           PIC XX.
01  WS-TP-TERM             PIC X(10).
01  WS-TP-FLAG             PIC X.
01  WS-TP-OPEN             PIC X(4).
01  WS-TP-IX               PIC 9(2).
01  WS-TP-FOUND            PIC 9(2).
01  WS-TP-ROUTE-COUNT      PIC 9(2) VALUE 0.
01  WS-TP-CANCELLED        PIC 9(4) VALUE 0.
01  WS-TP-PROMOTED         PIC 9(4) VALUE 0.
01  WS-TP-ROUTE-TABLE.
    05  WS-TP-ROUTE-ENTRY OCCURS 50 TIMES.
        10  WS-TP-ROUTE        PIC X(6).
        10  WS-TP-CAPACITY     PIC 9(3).
        10  WS-TP-CHARGE       PIC 9(7)V99.
        10  WS-TP-RIDERS       PIC 9(3).

01  WS-CHECKSUM-TOTAL      PIC 9(10) VALUE 0.
01  WS-CHECKSUM-BUFFER     PIC X(100) VALUE SPACES.
01  WS-CHECKSUM-INDEX      PIC 9(3) VALUE 0.
01  WS-CONTROL-COUNT       PIC 9(6) VALUE 0.
01  WS-CONTROL-MARKS       PIC 9(9) VALUE 0.
01  WS-MCT-STATUS          PIC XX.
01  WS-DBL-STATUS          PIC XX.
01  WS-BAL-DATE            PIC X(8).
01  WS-BAL-STAFF           PIC X(10) VALUE "EOD-DRIVER".
01  WS-BAL-RESULT          PIC X.
01  WS-BAL-HELD            PIC X VALUE 'N'.
01  WS-RUN-HELD            PIC X VALUE 'N'.

01  WS-INTEG-MASTER1       PIC 9(4) VALUE 0.
01  WS-INTEG-MASTER2       PIC 9(4) VALUE 0.
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE SPACES TO WS-LOG-LINE
        IF WS-RUN-HELD = 'Y'
            STRING "RUN COMPLETE WITH WAREHOUSE HELD "
                FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO WS-LOG-LINE
        ELSE
            STRING "RUN COMPLETE " FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO WS-LOG-LINE
        END-IF
        WRITE RUN-LOG-RECORD FROM WS-LOG-LINE
        CALL "CBL_DELETE_FILE" USING "eod_restart.dat"
        IF WS-RUN-HELD = 'Y'
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF
    CLOSE RUN-LOG-FILE
    DISPLAY "End-of-day run finished. See eod_run_log.dat."
    CLOSE NAME-INDEX-FILE
    DISPLAY "  Name index rebuilt: " WS-NIX-COUNT " entr(y/ies).".

STEP-TRANSPORT-SWEEP.
    *> A bus pass lapses with the student's enrolment: active and
    *> waitlisted passes of students whose latest semester record
    *> is withdrawn ('W') or deferred ('D') are cancelled. Seats
    *> freed on the current term's routes then go to the waitlist
    *> in the order students joined it, and each promoted pass is
    *> charged as TRANSPORT-ADMIN charges a new one.
    MOVE 0 TO WS-TP-CANCELLED
    MOVE 0 TO WS-TP-PROMOTED
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    OPEN INPUT TP-PASS-FILE
    IF WS-TP-STATUS NOT = "00"
        DISPLAY "  No bus passes on file."
        EXIT PARAGRAPH
    END-IF
    CLOSE TP-PASS-FILE
    PERFORM TP-LOAD-CURRENT-TERM
    PERFORM TP-LOAD-ROUTES
    MOVE SPACES TO WS-TP-OPEN
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS = "00"
        MOVE 'Y' TO WS-TP-OPEN(1:1)
    END-IF
    OPEN INPUT STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS = "00"
        MOVE 'Y' TO WS-TP-OPEN(2:1)
    END-IF
    OPEN INPUT STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS = "00"
        MOVE 'Y' TO WS-TP-OPEN(3:1)
    END-IF
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE 'Y' TO WS-TP-OPEN(4:1)
    END-IF

    OPEN INPUT TP-PASS-FILE
    OPEN OUTPUT TP-TEMP-PASS-FILE
    MOVE 'N' TO WS-EOF2
    PERFORM UNTIL WS-EOF2 = 'Y'
        READ TP-PASS-FILE
            AT END
                MOVE 'Y' TO WS-EOF2
            NOT AT END
                IF TPS-STATUS = 'A' OR TPS-STATUS = 'W'
                    PERFORM TP-LATEST-FLAG
                    IF WS-TP-FLAG = 'W' OR WS-TP-FLAG = 'D'
                        MOVE 'X' TO TPS-STATUS
                        MOVE WS-TODAY-DATE TO TPS-STATUS-DATE
                        MOVE WS-TP-FLAG TO TPS-CANCEL-REASON
                        ADD 1 TO WS-TP-CANCELLED
                    END-IF
                END-IF
                IF TPS-STATUS = 'A' AND TPS-TERM = WS-TP-TERM
                    PERFORM TP-FIND-ROUTE
                    IF WS-TP-FOUND > 0
                        ADD 1 TO WS-TP-RIDERS(WS-TP-FOUND)
                    END-IF
                END-IF
                MOVE TP-PASS-RECORD TO TP-TEMP-PASS-RECORD
                WRITE TP-TEMP-PASS-RECORD
        END-READ
    END-PERFORM
    CLOSE TP-PASS-FILE
    CLOSE TP-TEMP-PASS-FILE
    CALL "CBL_DELETE_FILE" USING "transport_passes.dat"
    CALL "CBL_RENAME_FILE" USING "temp_transport_passes.dat"
        "transport_passes.dat"

    IF WS-TP-OPEN(1:1) = 'Y'
        CLOSE STUDENT-FILE-SEM1
    END-IF
    IF WS-TP-OPEN(2:1) = 'Y'
        CLOSE STUDENT-FILE-SEM2
    END-IF
    IF WS-TP-OPEN(3:1) = 'Y'
        CLOSE STUDENT-FILE-SEM3
    END-IF
    IF WS-TP-OPEN(4:1) = 'Y'
        CLOSE STUDENT-FILE-SEM4
    END-IF

    IF WS-TP-TERM NOT = SPACES
        PERFORM TP-PROMOTE-WAITLISTS
    END-IF
    DISPLAY "  Bus passes cancelled: " WS-TP-CANCELLED
        ", promoted from waitlists: " WS-TP-PROMOTED.

TP-LOAD-CURRENT-TERM.
    *> The first non-holiday calendar record is the current term.
    MOVE SPACES TO WS-TP-TERM
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF2
    PERFORM UNTIL WS-EOF2 = 'Y'
        READ CALENDAR-FILE
            AT END
                MOVE 'Y' TO WS-EOF2
            NOT AT END
                IF CAL-TERM NOT = "HOLIDAY"
                    MOVE CAL-TERM TO WS-TP-TERM
                    MOVE 'Y' TO WS-EOF2
                END-IF
        END-READ
    END-PERFORM
    CLOSE CALENDAR-FILE.

TP-LOAD-ROUTES.
    MOVE 0 TO WS-TP-ROUTE-COUNT
    OPEN INPUT TP-ROUTES-FILE
    IF WS-TP-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF2
    PERFORM UNTIL WS-EOF2 = 'Y'
        READ TP-ROUTES-FILE
            AT END
                MOVE 'Y' TO WS-EOF2
            NOT AT END
                IF WS-TP-ROUTE-COUNT < 50
                    ADD 1 TO WS-TP-ROUTE-COUNT
                    MOVE TRT-ROUTE
                        TO WS-TP-ROUTE(WS-TP-ROUTE-COUNT)
                    MOVE TRT-CAPACITY
                        TO WS-TP-CAPACITY(WS-TP-ROUTE-COUNT)
                    MOVE TRT-TERM-CHARGE
                        TO WS-TP-CHARGE(WS-TP-ROUTE-COUNT)
                    MOVE 0 TO WS-TP-RIDERS(WS-TP-ROUTE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE TP-ROUTES-FILE.

TP-FIND-ROUTE.
    MOVE 0 TO WS-TP-FOUND
    PERFORM VARYING WS-TP-IX FROM 1 BY 1
            UNTIL WS-TP-IX > WS-TP-ROUTE-COUNT OR WS-TP-FOUND > 0
        IF WS-TP-ROUTE(WS-TP-IX) = TPS-ROUTE
            MOVE WS-TP-IX TO WS-TP-FOUND
        END-IF
    END-PERFORM.

TP-LATEST-FLAG.
    *> Withdrawn/deferred flag from the latest semester the
    *> student is on; space when not on any master.
    MOVE SPACE TO WS-TP-FLAG
    IF WS-TP-OPEN(4:1) = 'Y'
        MOVE TPS-STUDENT-ID TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE WITHDRAWN4 TO WS-TP-FLAG
                EXIT PARAGRAPH
        END-READ
    END-IF
    IF WS-TP-OPEN(3:1) = 'Y'
        MOVE TPS-STUDENT-ID TO STUDENT-ID3
        READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE WITHDRAWN3 TO WS-TP-FLAG
                EXIT PARAGRAPH
        END-READ
    END-IF
    IF WS-TP-OPEN(2:1) = 'Y'
        MOVE TPS-STUDENT-ID TO STUDENT-ID2
        READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE WITHDRAWN2 TO WS-TP-FLAG
                EXIT PARAGRAPH
        END-READ
    END-IF
    IF WS-TP-OPEN(1:1) = 'Y'
        MOVE TPS-STUDENT-ID TO STUDENT-ID1
        READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE WITHDRAWN1 TO WS-TP-FLAG
        END-READ
    END-IF.

TP-PROMOTE-WAITLISTS.
    OPEN INPUT TP-PASS-FILE
    IF WS-TP-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TP-TEMP-PASS-FILE
    OPEN EXTEND WH-FEE-FILE
    IF WS-WH-IN-STATUS NOT = "00"
        OPEN OUTPUT WH-FEE-FILE
    END-IF
    MOVE 'N' TO WS-EOF2
    PERFORM UNTIL WS-EOF2 = 'Y'
        READ TP-PASS-FILE
            AT END
                MOVE 'Y' TO WS-EOF2
            NOT AT END
                IF TPS-STATUS = 'W' AND TPS-TERM = WS-TP-TERM
                    PERFORM TP-FIND-ROUTE
                    IF WS-TP-FOUND > 0
                        IF WS-TP-RIDERS(WS-TP-FOUND)
                                < WS-TP-CAPACITY(WS-TP-FOUND)
                            ADD 1 TO WS-TP-RIDERS(WS-TP-FOUND)
                            MOVE 'A' TO TPS-STATUS
                            MOVE WS-TODAY-DATE TO TPS-ISSUE-DATE
                            MOVE WS-TODAY-DATE TO TPS-STATUS-DATE
                            PERFORM TP-POST-CHARGE
                            ADD 1 TO WS-TP-PROMOTED
                        END-IF
                    END-IF
                END-IF
                MOVE TP-PASS-RECORD TO TP-TEMP-PASS-RECORD
                WRITE TP-TEMP-PASS-RECORD
        END-READ
    END-PERFORM
    CLOSE TP-PASS-FILE
    CLOSE TP-TEMP-PASS-FILE
    CLOSE WH-FEE-FILE
    CALL "CBL_DELETE_FILE" USING "transport_passes.dat"
    CALL "CBL_RENAME_FILE" USING "temp_transport_passes.dat"
        "transport_passes.dat".

TP-POST-CHARGE.
    MOVE SPACES TO WH-FEE-RECORD
    MOVE TPS-STUDENT-ID TO FEE-STUDENT-ID
    MOVE WS-TODAY-DATE TO FEE-POST-DATE
    MOVE 'C' TO FEE-TYPE
    MOVE WS-TP-CHARGE(WS-TP-FOUND) TO FEE-AMOUNT
    MOVE SPACES TO FEE-DESCRIPTION
    STRING "TRANSPORT " FUNCTION TRIM(TPS-ROUTE) " " TPS-TERM
        DELIMITED BY SIZE INTO FEE-DESCRIPTION
    WRITE WH-FEE-RECORD.

STEP-WAREHOUSE-EXTRACT.
    *> One consistent nightly snapshot for the analysts: clean
    *> comma-delimited files with column headers, and a manifest
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF FUNCTION TRIM(WS-STEP-NAME) = "WAREHOUSE"
        PERFORM CHECK-BALANCE-HOLD
        IF WS-BAL-HELD = 'Y'
            MOVE SPACES TO WS-LOG-LINE
            STRING "STEP " WS-STEP-NUMBER " "
                FUNCTION TRIM(WS-STEP-NAME)
                " HELD (business date out of balance)"
                DELIMITED BY SIZE INTO WS-LOG-LINE
            WRITE RUN-LOG-RECORD FROM WS-LOG-LINE
            DISPLAY "Step " WS-STEP-NUMBER " held - today is out of "
                "balance; see the balancing report."
            MOVE 'Y' TO WS-RUN-HELD
            EXIT PARAGRAPH
        END-IF
    END-IF
    PERFORM EXECUTE-ONE-STEP.

CHECK-BALANCE-HOLD.
    *> The latest balancing outcome for today decides; no outcome
    *> at all (BALANCE not in the run control) does not hold.
    MOVE 'N' TO WS-BAL-HELD
    MOVE 'N' TO WS-EOF2
    OPEN INPUT DAILY-BALANCE-FILE
    IF WS-DBL-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF2 = 'Y'
        READ DAILY-BALANCE-FILE
            AT END
                MOVE 'Y' TO WS-EOF2
            NOT AT END
                IF DBL-DATE = FUNCTION CURRENT-DATE(1:8)
                    IF DBL-STATUS = 'O'
                        MOVE 'Y' TO WS-BAL-HELD
                    ELSE
                        MOVE 'N' TO WS-BAL-HELD
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE DAILY-BALANCE-FILE.

EXECUTE-ONE-STEP.
    MOVE 0 TO WS-STEP-RC
    DISPLAY "Step " WS-STEP-NUMBER ": "
            PERFORM STEP-REBUILD-NAME-INDEX
        WHEN "WAREHOUSE"
            PERFORM STEP-WAREHOUSE-EXTRACT
        WHEN "TRANSPORT"
            PERFORM STEP-TRANSPORT-SWEEP
        WHEN "BALANCE"
            PERFORM STEP-BALANCE-REPORT
        WHEN OTHER
            DISPLAY "  Unknown step name - failing the sequence."
            MOVE 12 TO WS-STEP-RC
        PERFORM REFRESH-ONE-CHECKSUM
    END-PERFORM.

STEP-BALANCE-REPORT.
    *> An out-of-balance day is a finding, not a step failure: the
    *> report has run, and the WAREHOUSE gate reads its outcome.
    MOVE SPACES TO WS-BAL-DATE
    MOVE SPACE TO WS-BAL-RESULT
    CALL "BALANCE-REPORT" USING WS-BAL-DATE, WS-BAL-STAFF,
        WS-BAL-RESULT
    IF WS-BAL-RESULT = 'O'
        DISPLAY "  Business date out of balance - warehouse extract "
            "will be held."
    END-IF.

REFRESH-ONE-CHECKSUM.
    MOVE 0 TO WS-CHECKSUM-TOTAL
    MOVE 0 TO WS-CONTROL-COUNT
    MOVE 0 TO WS-CONTROL-MARKS
    MOVE 'N' TO WS-EOF2
    EVALUATE WS-SEM-IX
        WHEN 1
        MOVE WS-CHECKSUM-TOTAL TO CHECKSUM-RECORD
        WRITE CHECKSUM-RECORD
        CLOSE CHECKSUM-FILE
        PERFORM WRITE-MASTER-CONTROL
    END-IF.

WRITE-MASTER-CONTROL.
    *> Control totals snapshot - BALANCE-REPORT proves the day's
    *> logged postings from one snapshot to the next.
    OPEN EXTEND MASTER-CONTROL-FILE
    IF WS-MCT-STATUS NOT = "00"
        OPEN OUTPUT MASTER-CONTROL-FILE
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO MCT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO MCT-TIME
    MOVE WS-SEM-IX TO MCT-SEMESTER
    MOVE WS-CONTROL-COUNT TO MCT-COUNT
    MOVE WS-CONTROL-MARKS TO MCT-MARKS
    MOVE WS-CHECKSUM-TOTAL TO MCT-CHECKSUM
    WRITE MASTER-CONTROL-RECORD
    CLOSE MASTER-CONTROL-FILE.

ADD-BUFFER-TO-CHECKSUM.
    ADD 1 TO WS-CONTROL-COUNT
    IF WS-CHECKSUM-BUFFER(59:3) IS NUMERIC
        ADD FUNCTION NUMVAL(WS-CHECKSUM-BUFFER(59:3))
            TO WS-CONTROL-MARKS
    END-IF
    PERFORM VARYING WS-CHECKSUM-INDEX FROM 1 BY 1
            UNTIL WS-CHECKSUM-INDEX > 100
        ADD FUNCTION ORD(WS-CHECKSUM-BUFFER(WS-CHECKSUM-INDEX:1))
