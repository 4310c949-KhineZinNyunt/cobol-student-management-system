*> valid withdrawn flag and attendance range - and writes each
*> violation to repair_worklist.dat (record key plus the rule
*> broken) for the registrar to work through via the normal EDIT
*> path in STUDENT-MGMT. Repairs raised from the service desk
*> (rule DESK-QUERY) are not scan findings, so they are carried
*> over into the rebuilt worklist rather than dropped.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ELCAT.
    SELECT WORKLIST-FILE ASSIGN TO "repair_worklist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-WORKLIST.

DATA DIVISION.
FILE SECTION.
01  WS-MASTER-STATUS       PIC XX.
01  FILE-STATUS-GRADING-SCALE PIC XX.
01  FILE-STATUS-ELCAT      PIC XX.
01  FILE-STATUS-WORKLIST   PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-ELCAT-IX            PIC 9(3).
01  WS-ELECTIVE-OK         PIC X.
01  WS-CHECK-ELECTIVE      PIC X(10).
01  WS-DESK-COUNT          PIC 9(3) VALUE 0.
01  WS-DESK-TABLE.
    05  WS-DESK-ROW        OCCURS 500 TIMES PIC X(59).
01  WS-DESK-IX             PIC 9(3).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "===== Data-Quality Audit Scan ====="
    PERFORM LOAD-GRADING-SCALE
    PERFORM LOAD-ELECTIVE-CATALOG
    PERFORM LOAD-DESK-ITEMS
    OPEN OUTPUT WORKLIST-FILE
    PERFORM VARYING WS-DESK-IX FROM 1 BY 1
            UNTIL WS-DESK-IX > WS-DESK-COUNT
        MOVE WS-DESK-ROW(WS-DESK-IX) TO WORKLIST-RECORD
        WRITE WORKLIST-RECORD
    END-PERFORM
    PERFORM SCAN-SEM1
    PERFORM SCAN-SEM2
    PERFORM SCAN-SEM3
    CLOSE WORKLIST-FILE
    DISPLAY WS-VIOLATION-COUNT " violation(s) written to "
        "repair_worklist.dat"
    IF WS-DESK-COUNT > 0
        DISPLAY WS-DESK-COUNT " service desk repair(s) carried "
            "forward"
    END-IF
    DISPLAY "Work the list from the Data-Quality Repair Worklist "
        "report in Student Management."
    STOP RUN.
        CLOSE ELECTIVE-CATALOG-FILE
    END-IF.

LOAD-DESK-ITEMS.
    MOVE 0 TO WS-DESK-COUNT
    OPEN INPUT WORKLIST-FILE
    IF FILE-STATUS-WORKLIST = "00"
        MOVE 'N' TO WS-EOF2
        PERFORM UNTIL WS-EOF2 = 'Y'
            READ WORKLIST-FILE
                AT END
                    MOVE 'Y' TO WS-EOF2
                NOT AT END
                    IF RWL-RULE = "DESK-QUERY"
                            AND WS-DESK-COUNT < 500
                        ADD 1 TO WS-DESK-COUNT
                        MOVE WORKLIST-RECORD
                            TO WS-DESK-ROW(WS-DESK-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WORKLIST-FILE
    END-IF.

WRITE-VIOLATION.
    MOVE SPACES TO WORKLIST-RECORD
    MOVE WS-SCAN-SEM TO RWL-SEMESTER
