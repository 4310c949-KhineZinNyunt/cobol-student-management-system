*> audits the whole Semester 4 roster and writes
*> degree_audit_report.txt. The per-subject pass mark defaults to
*> 40 and can be overridden in degree_audit_config.dat.
*> An open library hold (library_holds.dat, kept by LIBRARY-IMPORT)
*> blocks the certificate the same way an open disciplinary case
*> does.
*> A student who has changed program of study (PROGRAM-CHANGE,
*> program_change_register.dat) is audited against the new
*> program's curriculum from program_catalog.dat, and the audit and
*> certificate show the change with its effective term.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT DISCIPLINE-FILE ASSIGN TO "discipline_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DISCIPLINE.
    SELECT LIBRARY-HOLD-FILE ASSIGN TO "library_holds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-LIBRARY.
    SELECT CHECKLIST-FILE ASSIGN TO "documents_checklist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CHECKLIST.
    SELECT DOC-TYPES-FILE ASSIGN TO "doc_types.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DOCTYPES.
    SELECT PROGRAM-CHANGE-FILE ASSIGN TO "program_change_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PCR.
    SELECT PROGRAM-CATALOG-FILE ASSIGN TO "program_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PGMCAT.

DATA DIVISION.
FILE SECTION.
    05  DSC-OPEN-DATE      PIC X(8).
    05  DSC-DECIDED-DATE   PIC X(8).

FD  LIBRARY-HOLD-FILE.
01  LIBRARY-HOLD-RECORD.
    05  LBH-STUDENT-ID     PIC X(10).
    05  LBH-ITEMS-OUT      PIC 9(3).
    05  LBH-FINES-DUE      PIC 9(5)V99.
    05  LBH-STATUS         PIC X.
    05  LBH-UPDATED        PIC X(8).

FD  CHECKLIST-FILE.
01  CHECKLIST-RECORD.
    05  DOC-STUDENT-ID     PIC X(10).
    05  DFR-GRANT-DATE     PIC X(8).
    05  DFR-STATUS         PIC X.

FD  PROGRAM-CHANGE-FILE.
01  PROGRAM-CHANGE-RECORD.
    05  PCR-STUDENT-ID     PIC X(10).
    05  PCR-OLD-PROGRAM    PIC X(3).
    05  PCR-NEW-PROGRAM    PIC X(3).
    05  PCR-EFFECTIVE-TERM PIC X(10).
    05  PCR-CHANGE-DATE    PIC X(8).
    05  PCR-RECORDED-BY    PIC X(10).
    05  PCR-CARRIED        PIC 9(2).
    05  PCR-EXEMPTED       PIC 9(2).
    05  PCR-OWED           PIC 9(2).
    05  PCR-DROPPED        PIC 9(2).

FD  PROGRAM-CATALOG-FILE.
01  PROGRAM-CATALOG-RECORD.
    05  PGM-CODE           PIC X(3).
    05  PGM-SEMESTER       PIC 9.
    05  PGM-SLOT           PIC 9.
    05  PGM-SUBJECT-CODE   PIC X(10).
    05  PGM-TITLE          PIC X(28).

WORKING-STORAGE SECTION.
01  FILE-STATUS-DEFERRAL   PIC XX.
01  FILE-STATUS-EXEMPTION  PIC XX.
01  FILE-STATUS-CHECKLIST  PIC XX.
01  FILE-STATUS-DISCIPLINE PIC XX.
01  WS-DSC-EOF             PIC X.
01  FILE-STATUS-LIBRARY    PIC XX.
01  WS-LBH-EOF             PIC X.
01  WS-LBH-FINES-DISP      PIC Z(4)9.99.
01  FILE-STATUS-DOCTYPES   PIC XX.
01  WS-DOC-REQ-COUNT       PIC 9(2) VALUE 0.
01  WS-DOC-REQ-TABLE.
01  WS-DEFER-SEM           PIC 9.
01  WS-DEFER-EOF           PIC X.
01  WS-DEFER-RETURN        PIC X(10).
01  FILE-STATUS-PCR        PIC XX.
01  WS-PCR-EOF             PIC X.
01  FILE-STATUS-PGMCAT     PIC XX.
01  WS-PGMCAT-EOF          PIC X.
01  WS-PCH-FOUND           PIC X VALUE 'N'.
01  WS-PCH-OLD             PIC X(3).
01  WS-PCH-NEW             PIC X(3).
01  WS-PCH-TERM            PIC X(10).
01  WS-PCH-DATE            PIC X(8).
01  WS-MASTER-STATUS       PIC XX.
01  WS-AUDIT4-STATUS        PIC XX.
01  FILE-STATUS-RETAKE     PIC XX.
    05  SUBJECT-NAME-ROW OCCURS 4 TIMES.
        10  SUBJECT-NAME   OCCURS 6 TIMES PIC X(10).

*> The codes this student is audited against: the table above, or
*> the new program's curriculum after a change of program.
01  WS-AUDIT-SUBJECT-TABLE.
    05  WS-AUDIT-SUBJECT-ROW OCCURS 4 TIMES.
        10  WS-AUDIT-SUBJECT OCCURS 6 TIMES PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "===== Degree Audit and Graduation Clearance ====="
AUDIT-ONE-STUDENT.
    MOVE 0 TO WS-MISSING-COUNT
    MOVE SPACES TO WS-AUDIT-NAME
    PERFORM LOOKUP-PROGRAM-CHANGE
    PERFORM CHECK-SEM1-REQUIREMENTS
    PERFORM CHECK-SEM2-REQUIREMENTS
    PERFORM CHECK-SEM3-REQUIREMENTS
    PERFORM CHECK-RETAKE-HISTORY
    PERFORM CHECK-DOCUMENTS
    PERFORM CHECK-DISCIPLINARY
    PERFORM CHECK-LIBRARY-HOLD

    IF WS-MISSING-COUNT = 0
        ADD 1 TO WS-CLEAR-COUNT
            DISPLAY "Clearance certificate written to "
                FUNCTION TRIM(WS-CERT-FILENAME)
        END-IF
        PERFORM NOTE-PROGRAM-CHANGE
    ELSE
        ADD 1 TO WS-FAIL-COUNT
        IF WS-BATCH-MODE = 'Y'
                    "student - check resolved attempts.)"
            END-IF
        END-IF
        PERFORM NOTE-PROGRAM-CHANGE
    END-IF.

LOOKUP-PROGRAM-CHANGE.
    *> The latest change of program on the register decides which
    *> curriculum the student is audited against; the new program's
    *> rows in program_catalog.dat replace the built-in codes slot
    *> by slot.
    MOVE SUBJECT-NAME-TABLE-ALL TO WS-AUDIT-SUBJECT-TABLE
    MOVE 'N' TO WS-PCH-FOUND
    MOVE SPACES TO WS-PCH-DATE
    MOVE 'N' TO WS-PCR-EOF
    OPEN INPUT PROGRAM-CHANGE-FILE
    IF FILE-STATUS-PCR NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-PCR-EOF = 'Y'
        READ PROGRAM-CHANGE-FILE
            AT END
                MOVE 'Y' TO WS-PCR-EOF
            NOT AT END
                IF PCR-STUDENT-ID = WS-AUDIT-ID
                        AND PCR-CHANGE-DATE >= WS-PCH-DATE
                    MOVE 'Y' TO WS-PCH-FOUND
                    MOVE PCR-CHANGE-DATE TO WS-PCH-DATE
                    MOVE PCR-OLD-PROGRAM TO WS-PCH-OLD
                    MOVE PCR-NEW-PROGRAM TO WS-PCH-NEW
                    MOVE PCR-EFFECTIVE-TERM TO WS-PCH-TERM
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROGRAM-CHANGE-FILE
    IF WS-PCH-FOUND = 'N'
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-PGMCAT-EOF
    OPEN INPUT PROGRAM-CATALOG-FILE
    IF FILE-STATUS-PGMCAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-PGMCAT-EOF = 'Y'
        READ PROGRAM-CATALOG-FILE
            AT END
                MOVE 'Y' TO WS-PGMCAT-EOF
            NOT AT END
                IF PGM-CODE = WS-PCH-NEW
                        AND PGM-SEMESTER >= 1 AND PGM-SEMESTER <= 4
                        AND PGM-SLOT >= 1 AND PGM-SLOT <= 6
                    MOVE PGM-SUBJECT-CODE
                        TO WS-AUDIT-SUBJECT(PGM-SEMESTER, PGM-SLOT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROGRAM-CATALOG-FILE.

NOTE-PROGRAM-CHANGE.
    IF WS-PCH-FOUND = 'N'
        EXIT PARAGRAPH
    END-IF
    IF WS-BATCH-MODE = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "    Program changed " WS-PCH-OLD " to " WS-PCH-NEW
            " effective " WS-PCH-TERM
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        DISPLAY "  Program changed " WS-PCH-OLD " to " WS-PCH-NEW
            " effective " WS-PCH-TERM
    END-IF.

CHECK-DISCIPLINARY.
        CLOSE DISCIPLINE-FILE
    END-IF.

CHECK-LIBRARY-HOLD.
    *> Books still on loan or library fines outstanding hold
    *> graduation clearance (LIBRARY-IMPORT refreshes the register
    *> nightly from the library system).
    MOVE 'N' TO WS-LBH-EOF
    OPEN INPUT LIBRARY-HOLD-FILE
    IF FILE-STATUS-LIBRARY NOT = "00"
        MOVE 'Y' TO WS-LBH-EOF
    END-IF
    PERFORM UNTIL WS-LBH-EOF = 'Y'
        READ LIBRARY-HOLD-FILE
            AT END
                MOVE 'Y' TO WS-LBH-EOF
            NOT AT END
                IF LBH-STUDENT-ID = WS-AUDIT-ID
                        AND LBH-STATUS = 'O'
                    MOVE LBH-FINES-DUE TO WS-LBH-FINES-DISP
                    MOVE SPACES TO WS-ITEM-TEXT
                    STRING "Library hold open: " LBH-ITEMS-OUT
                        " on loan, fines "
                        FUNCTION TRIM(WS-LBH-FINES-DISP)
                        DELIMITED BY SIZE INTO WS-ITEM-TEXT
                    PERFORM NOTE-MISSING
                    MOVE 'Y' TO WS-LBH-EOF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-LIBRARY NOT = "35"
        CLOSE LIBRARY-HOLD-FILE
    END-IF.

CHECK-DOCUMENTS.
    *> Graduation clearance needs the admission documents
    *> checklist complete (DOC-ADMIN); each missing required
                        UNTIL WS-SUBJ-IX > 6
                    IF MARK1-SUBJ(WS-SUBJ-IX) < WS-PASS-MARK
                        MOVE 1 TO WS-EXM-SEM
                        MOVE WS-AUDIT-SUBJECT(1, WS-SUBJ-IX)
                            TO WS-EXM-SUBJECT
                        PERFORM CHECK-EXEMPTION
                        IF WS-EXEMPT-HIT = 'Y'
                        ELSE
                            MOVE SPACES TO WS-ITEM-TEXT
                            STRING "Subject below pass mark: "
                                WS-AUDIT-SUBJECT(1, WS-SUBJ-IX)
                                DELIMITED BY SIZE
                                INTO WS-ITEM-TEXT
                            PERFORM NOTE-MISSING
                        UNTIL WS-SUBJ-IX > 6
                    IF MARK2-SUBJ(WS-SUBJ-IX) < WS-PASS-MARK
                        MOVE 2 TO WS-EXM-SEM
                        MOVE WS-AUDIT-SUBJECT(2, WS-SUBJ-IX)
                            TO WS-EXM-SUBJECT
                        PERFORM CHECK-EXEMPTION
                        IF WS-EXEMPT-HIT = 'Y'
                        ELSE
                            MOVE SPACES TO WS-ITEM-TEXT
                            STRING "Subject below pass mark: "
                                WS-AUDIT-SUBJECT(2, WS-SUBJ-IX)
                                DELIMITED BY SIZE
                                INTO WS-ITEM-TEXT
                            PERFORM NOTE-MISSING
                        UNTIL WS-SUBJ-IX > 6
                    IF MARK3-SUBJ(WS-SUBJ-IX) < WS-PASS-MARK
                        MOVE 3 TO WS-EXM-SEM
                        MOVE WS-AUDIT-SUBJECT(3, WS-SUBJ-IX)
                            TO WS-EXM-SUBJECT
                        PERFORM CHECK-EXEMPTION
                        IF WS-EXEMPT-HIT = 'Y'
                        ELSE
                            MOVE SPACES TO WS-ITEM-TEXT
                            STRING "Subject below pass mark: "
                                WS-AUDIT-SUBJECT(3, WS-SUBJ-IX)
                                DELIMITED BY SIZE
                                INTO WS-ITEM-TEXT
                            PERFORM NOTE-MISSING
                        UNTIL WS-SUBJ-IX > 6
                    IF A4-MARK4-SUBJ(WS-SUBJ-IX) < WS-PASS-MARK
                        MOVE 4 TO WS-EXM-SEM
                        MOVE WS-AUDIT-SUBJECT(4, WS-SUBJ-IX)
                            TO WS-EXM-SUBJECT
                        PERFORM CHECK-EXEMPTION
                        IF WS-EXEMPT-HIT = 'Y'
                        ELSE
                            MOVE SPACES TO WS-ITEM-TEXT
                            STRING "Subject below pass mark: "
                                WS-AUDIT-SUBJECT(4, WS-SUBJ-IX)
                                DELIMITED BY SIZE
                                INTO WS-ITEM-TEXT
                            PERFORM NOTE-MISSING
    STRING "Audit Date   : " FUNCTION CURRENT-DATE(1:8)
        DELIMITED BY SIZE INTO CERT-LINE
    WRITE CERT-LINE
    IF WS-PCH-FOUND = 'Y'
        MOVE SPACES TO CERT-LINE
        STRING "Program      : " WS-PCH-NEW " (changed from "
            WS-PCH-OLD ", effective " FUNCTION TRIM(WS-PCH-TERM) ")"
            DELIMITED BY SIZE INTO CERT-LINE
        WRITE CERT-LINE
    END-IF
    MOVE SPACES TO CERT-LINE
    WRITE CERT-LINE
    MOVE "This student has completed every required subject"
