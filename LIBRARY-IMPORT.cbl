IDENTIFICATION DIVISION.
PROGRAM-ID. LIBRARY-IMPORT.

*> Nightly library clearance import. Reads the library system's
*> loans-and-fines extract (library_loans.dat, one
*> "STUDENTID,ITEMS-ON-LOAN,FINES-OUTSTANDING" row per borrower
*> with anything outstanding) and keeps the library hold register
*> library_holds.dat in step with it:
*>   - a student with items on loan or fines outstanding holds an
*>     open library hold (status 'O'); one who has dropped out of
*>     the extract, or comes through with nothing outstanding, is
*>     cleared (status 'C');
*>   - the fines figure is posted to fee_ledger.dat under its own
*>     "LIBRARY FINE" description: a rise since the last import is
*>     charged ('C'), a fall (paid or waived at the library desk)
*>     is credited back ('W' LIBRARY FINE CANCELLED), so the ledger
*>     always carries exactly what the library says is owed. The
*>     credit cancels the fine charge; it is not a fee waiver and
*>     settles no tuition installment;
*>   - IDs not on any semester master, duplicate IDs and rows that
*>     cannot be read go to library_exceptions.txt and post nothing.
*> An open library hold blocks the DEGREE-AUDIT clearance
*> certificate and BATCH-TRANSCRIPT issue, and shows on the
*> SEARCH-RECORD screen. Control totals are written to the
*> exceptions list and displayed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOANS-FILE ASSIGN TO "library_loans.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-LOANS.
    SELECT HOLD-FILE ASSIGN TO "library_holds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-HOLD.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT EXCEPTION-FILE ASSIGN TO "library_exceptions.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
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
FD  LOANS-FILE.
01  LOANS-RECORD           PIC X(80).

FD  HOLD-FILE.
01  HOLD-RECORD.
    05  LBH-STUDENT-ID     PIC X(10).
    05  LBH-ITEMS-OUT      PIC 9(3).
    05  LBH-FINES-DUE      PIC 9(5)V99.
    05  LBH-STATUS         PIC X.
    05  LBH-UPDATED        PIC X(8).

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD       PIC X(100).

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

WORKING-STORAGE SECTION.
01  FILE-STATUS-LOANS      PIC XX.
01  FILE-STATUS-HOLD       PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  WS-MASTER-STATUS       PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-TODAY               PIC X(8).
01  WS-ROW-ID              PIC X(10).
01  WS-ROW-ITEMS-TEXT      PIC X(10).
01  WS-ROW-FINE-TEXT       PIC X(12).
01  WS-ROW-ITEMS           PIC 9(3).
01  WS-ROW-FINE            PIC 9(5)V99.
01  WS-TRY-ID              PIC X(10).
01  WS-KNOWN               PIC X.
01  WS-HOLD-COUNT          PIC 9(4) VALUE 0.
01  WS-HOLD-TABLE.
    05  WS-HOLD-ENTRY      OCCURS 2000 TIMES.
        10  WS-HLD-ID      PIC X(10).
        10  WS-HLD-ITEMS   PIC 9(3).
        10  WS-HLD-FINES   PIC 9(5)V99.
        10  WS-HLD-STATUS  PIC X.
        10  WS-HLD-UPDATED PIC X(8).
        10  WS-HLD-SEEN    PIC X.
01  WS-HOLD-IX             PIC 9(4).
01  WS-FOUND-IX            PIC 9(4).
01  WS-TABLE-FULL          PIC X VALUE 'N'.
01  WS-FINE-CHANGE         PIC 9(5)V99.
01  WS-POST-TYPE           PIC X.
01  WS-POST-AMOUNT         PIC 9(7)V99.
01  WS-POST-DESC           PIC X(30).
01  WS-ROW-COUNT           PIC 9(5) VALUE 0.
01  WS-MATCHED-COUNT       PIC 9(5) VALUE 0.
01  WS-EXCEPTION-COUNT     PIC 9(5) VALUE 0.
01  WS-BAD-ROW-COUNT       PIC 9(5) VALUE 0.
01  WS-OPEN-COUNT          PIC 9(5) VALUE 0.
01  WS-CLEARED-COUNT       PIC 9(5) VALUE 0.
01  WS-FILE-FINES          PIC 9(9)V99 VALUE 0.
01  WS-EXCEPTION-FINES     PIC 9(9)V99 VALUE 0.
01  WS-CHARGED-TOTAL       PIC 9(9)V99 VALUE 0.
01  WS-CREDITED-TOTAL      PIC 9(9)V99 VALUE 0.
01  WS-TOTAL-DISP          PIC Z(8)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "===== Library Clearance Import ====="
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    OPEN INPUT LOANS-FILE
    IF FILE-STATUS-LOANS NOT = "00"
        DISPLAY "Library extract library_loans.dat not found - "
            "holds left as they were."
        STOP RUN
    END-IF
    PERFORM LOAD-HOLD-REGISTER
    OPEN OUTPUT EXCEPTION-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ LOANS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-ROW-COUNT
                PERFORM PROCESS-ONE-BORROWER
        END-READ
    END-PERFORM
    CLOSE LOANS-FILE
    PERFORM CLEAR-ABSENT-BORROWERS
    PERFORM WRITE-HOLD-REGISTER
    MOVE SPACES TO EXCEPTION-RECORD
    STRING "CONTROL: rows " WS-ROW-COUNT
        " matched " WS-MATCHED-COUNT
        " exceptions " WS-EXCEPTION-COUNT
        DELIMITED BY SIZE INTO EXCEPTION-RECORD
    WRITE EXCEPTION-RECORD
    CLOSE EXCEPTION-FILE
    DISPLAY "Rows read          : " WS-ROW-COUNT
    DISPLAY "Matched to masters : " WS-MATCHED-COUNT
    DISPLAY "To exceptions      : " WS-EXCEPTION-COUNT
    DISPLAY "Unreadable rows    : " WS-BAD-ROW-COUNT
    MOVE WS-FILE-FINES TO WS-TOTAL-DISP
    DISPLAY "Fines on extract   : " WS-TOTAL-DISP
    MOVE WS-EXCEPTION-FINES TO WS-TOTAL-DISP
    DISPLAY "Fines on exceptions: " WS-TOTAL-DISP
    MOVE WS-CHARGED-TOTAL TO WS-TOTAL-DISP
    DISPLAY "Fines charged      : " WS-TOTAL-DISP
    MOVE WS-CREDITED-TOTAL TO WS-TOTAL-DISP
    DISPLAY "Fines cleared      : " WS-TOTAL-DISP
    DISPLAY "Holds open         : " WS-OPEN-COUNT
    DISPLAY "Holds cleared      : " WS-CLEARED-COUNT
    IF WS-TABLE-FULL = 'Y'
        DISPLAY "WARNING: hold register full - see "
            "library_exceptions.txt for borrowers not held."
    END-IF
    STOP RUN.

LOAD-HOLD-REGISTER.
    MOVE 0 TO WS-HOLD-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT HOLD-FILE
    IF FILE-STATUS-HOLD NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ HOLD-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF WS-HOLD-COUNT < 2000
                    ADD 1 TO WS-HOLD-COUNT
                    MOVE LBH-STUDENT-ID TO WS-HLD-ID(WS-HOLD-COUNT)
                    MOVE LBH-ITEMS-OUT TO WS-HLD-ITEMS(WS-HOLD-COUNT)
                    MOVE LBH-FINES-DUE TO WS-HLD-FINES(WS-HOLD-COUNT)
                    MOVE LBH-STATUS TO WS-HLD-STATUS(WS-HOLD-COUNT)
                    MOVE LBH-UPDATED
                        TO WS-HLD-UPDATED(WS-HOLD-COUNT)
                    MOVE 'N' TO WS-HLD-SEEN(WS-HOLD-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-HOLD NOT = "35"
        CLOSE HOLD-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

PROCESS-ONE-BORROWER.
    MOVE SPACES TO WS-ROW-ID
    MOVE SPACES TO WS-ROW-ITEMS-TEXT
    MOVE SPACES TO WS-ROW-FINE-TEXT
    UNSTRING LOANS-RECORD DELIMITED BY ","
        INTO WS-ROW-ID, WS-ROW-ITEMS-TEXT, WS-ROW-FINE-TEXT
    END-UNSTRING
    IF WS-ROW-ID = SPACES OR WS-ROW-ITEMS-TEXT = SPACES
        ADD 1 TO WS-BAD-ROW-COUNT
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE SPACES TO EXCEPTION-RECORD
        STRING "BAD-ROW  : " LOANS-RECORD
            DELIMITED BY SIZE INTO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-ROW-ITEMS-TEXT) TO WS-ROW-ITEMS
    MOVE 0 TO WS-ROW-FINE
    IF WS-ROW-FINE-TEXT NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-ROW-FINE-TEXT) TO WS-ROW-FINE
    END-IF
    ADD WS-ROW-FINE TO WS-FILE-FINES
    MOVE WS-ROW-ID TO WS-TRY-ID
    PERFORM CHECK-STUDENT-KNOWN
    IF WS-KNOWN = 'N'
        ADD 1 TO WS-EXCEPTION-COUNT
        ADD WS-ROW-FINE TO WS-EXCEPTION-FINES
        MOVE SPACES TO EXCEPTION-RECORD
        STRING "NO-MATCH : " LOANS-RECORD
            DELIMITED BY SIZE INTO EXCEPTION-RECORD
        WRITE EXCEPTION-RECORD
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-HOLD-ENTRY
    IF WS-FOUND-IX > 0
        IF WS-HLD-SEEN(WS-FOUND-IX) = 'Y'
            *> The library extract is one row per borrower; a second
            *> row would double the fine, so it is left for the
            *> library office to correct.
            ADD 1 TO WS-EXCEPTION-COUNT
            ADD WS-ROW-FINE TO WS-EXCEPTION-FINES
            MOVE SPACES TO EXCEPTION-RECORD
            STRING "DUPLICATE: " LOANS-RECORD
                DELIMITED BY SIZE INTO EXCEPTION-RECORD
            WRITE EXCEPTION-RECORD
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF WS-HOLD-COUNT >= 2000
            MOVE 'Y' TO WS-TABLE-FULL
            ADD 1 TO WS-EXCEPTION-COUNT
            ADD WS-ROW-FINE TO WS-EXCEPTION-FINES
            MOVE SPACES TO EXCEPTION-RECORD
            STRING "NO-ROOM  : " LOANS-RECORD
                DELIMITED BY SIZE INTO EXCEPTION-RECORD
            WRITE EXCEPTION-RECORD
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-HOLD-COUNT
        MOVE WS-HOLD-COUNT TO WS-FOUND-IX
        MOVE WS-ROW-ID TO WS-HLD-ID(WS-FOUND-IX)
        MOVE 0 TO WS-HLD-ITEMS(WS-FOUND-IX)
        MOVE 0 TO WS-HLD-FINES(WS-FOUND-IX)
        MOVE 'C' TO WS-HLD-STATUS(WS-FOUND-IX)
    END-IF
    ADD 1 TO WS-MATCHED-COUNT
    MOVE 'Y' TO WS-HLD-SEEN(WS-FOUND-IX)
    PERFORM POST-FINE-CHANGE
    MOVE WS-ROW-ITEMS TO WS-HLD-ITEMS(WS-FOUND-IX)
    MOVE WS-ROW-FINE TO WS-HLD-FINES(WS-FOUND-IX)
    MOVE WS-TODAY TO WS-HLD-UPDATED(WS-FOUND-IX)
    IF WS-ROW-ITEMS > 0 OR WS-ROW-FINE > 0
        MOVE 'O' TO WS-HLD-STATUS(WS-FOUND-IX)
    ELSE
        IF WS-HLD-STATUS(WS-FOUND-IX) = 'O'
            ADD 1 TO WS-CLEARED-COUNT
        END-IF
        MOVE 'C' TO WS-HLD-STATUS(WS-FOUND-IX)
    END-IF.

FIND-HOLD-ENTRY.
    MOVE 0 TO WS-FOUND-IX
    PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
            UNTIL WS-HOLD-IX > WS-HOLD-COUNT OR WS-FOUND-IX > 0
        IF WS-HLD-ID(WS-HOLD-IX) = WS-ROW-ID
            MOVE WS-HOLD-IX TO WS-FOUND-IX
        END-IF
    END-PERFORM.

POST-FINE-CHANGE.
    *> The ledger follows the library's outstanding figure: only the
    *> movement since the last import is posted.
    IF WS-ROW-FINE > WS-HLD-FINES(WS-FOUND-IX)
        COMPUTE WS-FINE-CHANGE =
            WS-ROW-FINE - WS-HLD-FINES(WS-FOUND-IX)
        MOVE 'C' TO WS-POST-TYPE
        MOVE "LIBRARY FINE" TO WS-POST-DESC
        MOVE WS-FINE-CHANGE TO WS-POST-AMOUNT
        PERFORM POST-LIBRARY-FINE
        ADD WS-FINE-CHANGE TO WS-CHARGED-TOTAL
    END-IF
    IF WS-ROW-FINE < WS-HLD-FINES(WS-FOUND-IX)
        COMPUTE WS-FINE-CHANGE =
            WS-HLD-FINES(WS-FOUND-IX) - WS-ROW-FINE
        MOVE 'W' TO WS-POST-TYPE
        MOVE "LIBRARY FINE CANCELLED" TO WS-POST-DESC
        MOVE WS-FINE-CHANGE TO WS-POST-AMOUNT
        PERFORM POST-LIBRARY-FINE
        ADD WS-FINE-CHANGE TO WS-CREDITED-TOTAL
    END-IF.

CLEAR-ABSENT-BORROWERS.
    *> The extract lists every borrower with anything outstanding,
    *> so an open hold missing from tonight's file has been settled
    *> at the library.
    PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
            UNTIL WS-HOLD-IX > WS-HOLD-COUNT
        IF WS-HLD-SEEN(WS-HOLD-IX) = 'N'
                AND WS-HLD-STATUS(WS-HOLD-IX) = 'O'
            MOVE WS-HLD-ID(WS-HOLD-IX) TO WS-ROW-ID
            IF WS-HLD-FINES(WS-HOLD-IX) > 0
                MOVE 'W' TO WS-POST-TYPE
                MOVE "LIBRARY FINE CANCELLED" TO WS-POST-DESC
                MOVE WS-HLD-FINES(WS-HOLD-IX) TO WS-POST-AMOUNT
                PERFORM POST-LIBRARY-FINE
                ADD WS-HLD-FINES(WS-HOLD-IX) TO WS-CREDITED-TOTAL
            END-IF
            MOVE 0 TO WS-HLD-ITEMS(WS-HOLD-IX)
            MOVE 0 TO WS-HLD-FINES(WS-HOLD-IX)
            MOVE 'C' TO WS-HLD-STATUS(WS-HOLD-IX)
            MOVE WS-TODAY TO WS-HLD-UPDATED(WS-HOLD-IX)
            ADD 1 TO WS-CLEARED-COUNT
        END-IF
    END-PERFORM.

WRITE-HOLD-REGISTER.
    OPEN OUTPUT HOLD-FILE
    PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
            UNTIL WS-HOLD-IX > WS-HOLD-COUNT
        MOVE WS-HLD-ID(WS-HOLD-IX) TO LBH-STUDENT-ID
        MOVE WS-HLD-ITEMS(WS-HOLD-IX) TO LBH-ITEMS-OUT
        MOVE WS-HLD-FINES(WS-HOLD-IX) TO LBH-FINES-DUE
        MOVE WS-HLD-STATUS(WS-HOLD-IX) TO LBH-STATUS
        MOVE WS-HLD-UPDATED(WS-HOLD-IX) TO LBH-UPDATED
        WRITE HOLD-RECORD
        IF LBH-STATUS = 'O'
            ADD 1 TO WS-OPEN-COUNT
        END-IF
    END-PERFORM
    CLOSE HOLD-FILE.

CHECK-STUDENT-KNOWN.
    *> Same membership test BANK-IMPORT applies to payment
    *> references.
    MOVE 'N' TO WS-KNOWN
    OPEN INPUT STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS = "00"
        MOVE WS-TRY-ID TO STUDENT-ID1
        READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-KNOWN
        END-READ
        CLOSE STUDENT-FILE-SEM1
    END-IF
    IF WS-KNOWN = 'N'
        OPEN INPUT STUDENT-FILE-SEM2
        IF WS-MASTER-STATUS = "00"
            MOVE WS-TRY-ID TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-KNOWN
            END-READ
            CLOSE STUDENT-FILE-SEM2
        END-IF
    END-IF
    IF WS-KNOWN = 'N'
        OPEN INPUT STUDENT-FILE-SEM3
        IF WS-MASTER-STATUS = "00"
            MOVE WS-TRY-ID TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-KNOWN
            END-READ
            CLOSE STUDENT-FILE-SEM3
        END-IF
    END-IF
    IF WS-KNOWN = 'N'
        OPEN INPUT STUDENT-FILE-SEM4
        IF WS-MASTER-STATUS = "00"
            MOVE WS-TRY-ID TO STUDENT-ID4
            READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-KNOWN
            END-READ
            CLOSE STUDENT-FILE-SEM4
        END-IF
    END-IF.

POST-LIBRARY-FINE.
    OPEN EXTEND FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        OPEN OUTPUT FEE-FILE
    END-IF
    MOVE SPACES TO FEE-RECORD
    MOVE WS-ROW-ID TO FEE-STUDENT-ID
    MOVE WS-TODAY TO FEE-POST-DATE
    MOVE WS-POST-TYPE TO FEE-TYPE
    MOVE WS-POST-AMOUNT TO FEE-AMOUNT
    MOVE WS-POST-DESC TO FEE-DESCRIPTION
    WRITE FEE-RECORD
    CLOSE FEE-FILE.
