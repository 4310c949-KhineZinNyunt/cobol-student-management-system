      *> a spool failure resumes at the failure point. Completed
      *> requests are flagged 'D' on the request file so the same
      *> request cannot be produced twice by accident.
      *> A student with an open disciplinary case or an open library
      *> hold (library_holds.dat, kept by LIBRARY-IMPORT) is withheld
      *> and counted on the summary instead of being produced.
      *> After a legal name change (name_change_register.dat, kept by
      *> NAME-CHANGE) the transcript carries the new name, with
      *> "formerly known as" where the student asked for it.
      *> After a change of program of study (PROGRAM-CHANGE) every
      *> page shows the new program and the term it took effect.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "discipline_register.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS-DISCIPLINE.
           SELECT LIBRARY-HOLD-FILE
               ASSIGN TO "library_holds.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS-LIBRARY.
           SELECT NAME-CHANGE-FILE
               ASSIGN TO "name_change_register.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS-NCR.
           SELECT PROGRAM-CHANGE-FILE
               ASSIGN TO "program_change_register.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS-PCR.

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

       FD  NAME-CHANGE-FILE.
       01  NAME-CHANGE-RECORD.
           05  NCR-STUDENT-ID     PIC X(10).
           05  NCR-FORMER-NAME    PIC X(30).
           05  NCR-NEW-NAME       PIC X(30).
           05  NCR-EFFECTIVE-DATE PIC X(8).
           05  NCR-REASON         PIC X.
           05  NCR-DOC-REF        PIC X(20).
           05  NCR-SHOW-FORMER    PIC X.
           05  NCR-RECORDED-DATE  PIC X(8).
           05  NCR-RECORDED-BY    PIC X(10).

       FD  PROGRAM-CHANGE-FILE.
       01  PROGRAM-CHANGE-RECORD.
           05  PCR-STUDENT-ID     PIC X(10).
           05  PCR-OLD-PROGRAM    PIC X(3).
           05  PCR-NEW-PROGRAM    PIC X(3).
           05  PCR-EFFECTIVE-TERM PIC X(10).
           05  PCR-CHANGE-DATE    PIC X(8).
           05  PCR-RECORDED-BY    PIC X(10).
           05  PCR-COUNTS         PIC X(8).

       FD  PUBLICATION-FILE.
       01  PUBLICATION-RECORD.
           05  PUB-SEMESTER       PIC 9.
       01 WS-DSC-EOF             PIC X.
       01 WS-DSC-OPEN            PIC X.
       01 WS-DSCHELD-COUNT       PIC 9(4) VALUE 0.
       01 FILE-STATUS-LIBRARY    PIC XX.
       01 WS-LBH-EOF             PIC X.
       01 WS-LBH-OPEN            PIC X.
       01 WS-LIBHELD-COUNT       PIC 9(4) VALUE 0.
       01 FILE-STATUS-NCR        PIC XX.
       01 WS-NCR-EOF             PIC X.
       01 WS-NCH-APPLIES         PIC X VALUE 'N'.
       01 WS-NCH-DATE            PIC X(8).
       01 WS-NCH-NEW-NAME        PIC X(30).
       01 WS-NCH-FORMER-NAME     PIC X(30).
       01 WS-NCH-SHOW-FORMER     PIC X.
       01 WS-NCH-TODAY           PIC X(8).
       01 FILE-STATUS-PCR        PIC XX.
       01 WS-PCR-EOF             PIC X.
       01 WS-PCH-APPLIES         PIC X VALUE 'N'.
       01 WS-PCH-DATE            PIC X(8).
       01 WS-PCH-OLD             PIC X(3).
       01 WS-PCH-NEW             PIC X(3).
       01 WS-PCH-TERM            PIC X(10).

       PROCEDURE DIVISION.

               " (disciplinary case open)"
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "Withheld : " WS-LIBHELD-COUNT
               " (library hold open)"
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           CLOSE RUN-SUMMARY-FILE

           DISPLAY "Batch transcript run complete: "
               WRITE SUMMARY-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LIBRARY-HOLD-OPEN
           IF WS-LBH-OPEN = 'Y'
               ADD 1 TO WS-LIBHELD-COUNT
               MOVE SPACES TO SUMMARY-LINE
               STRING WS-ID-SEARCH "  WITHHELD (library hold "
                   "open)"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DOCUMENTS-COMPLETE
           IF WS-DOCS-OK = 'N'
               ADD 1 TO WS-DOCHELD-COUNT
           STRING "transcript_" FUNCTION TRIM(WS-ID-SEARCH) ".txt"
               DELIMITED BY SIZE INTO WS-TRANSCRIPT-FILENAME
           MOVE 1 TO WS-PRINT-PAGE-NUM
           PERFORM LOOKUP-NAME-CHANGE
           PERFORM LOOKUP-PROGRAM-CHANGE
           OPEN OUTPUT TRANSCRIPT-PRINT-FILE

           PERFORM PRINT-PAGE-HEADER
               WS-PRINT-PAGE-NUM-DISP DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-NCH-APPLIES = 'Y'
               MOVE SPACES TO PRINT-LINE
               STRING "Name: " WS-NCH-NEW-NAME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               IF WS-NCH-SHOW-FORMER = 'Y'
                   MOVE SPACES TO PRINT-LINE
                   STRING "Formerly known as: " WS-NCH-FORMER-NAME
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF
           IF WS-PCH-APPLIES = 'Y'
               MOVE SPACES TO PRINT-LINE
               STRING "Program of study: " WS-PCH-NEW
                   " (changed from " WS-PCH-OLD ", effective "
                   FUNCTION TRIM(WS-PCH-TERM) ")"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE "============================================" TO
               PRINT-LINE
           WRITE PRINT-LINE.

       LOOKUP-NAME-CHANGE.
           *> The latest legal name change in effect today, read
           *> the same way SEARCH-RECORD reads it.
           MOVE 'N' TO WS-NCH-APPLIES
           MOVE SPACES TO WS-NCH-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NCH-TODAY
           MOVE 'N' TO WS-NCR-EOF
           OPEN INPUT NAME-CHANGE-FILE
           IF FILE-STATUS-NCR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-NCR-EOF = 'Y'
               READ NAME-CHANGE-FILE
                   AT END
                       MOVE 'Y' TO WS-NCR-EOF
                   NOT AT END
                       IF NCR-STUDENT-ID = WS-ID-SEARCH
                           AND NCR-EFFECTIVE-DATE <= WS-NCH-TODAY
                           AND NCR-EFFECTIVE-DATE >= WS-NCH-DATE
                           MOVE 'Y' TO WS-NCH-APPLIES
                           MOVE NCR-EFFECTIVE-DATE TO WS-NCH-DATE
                           MOVE NCR-NEW-NAME TO WS-NCH-NEW-NAME
                           MOVE NCR-FORMER-NAME
                               TO WS-NCH-FORMER-NAME
                           MOVE NCR-SHOW-FORMER
                               TO WS-NCH-SHOW-FORMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NAME-CHANGE-FILE.

       LOOKUP-PROGRAM-CHANGE.
           *> The latest change of program of study on the register
           *> (kept by PROGRAM-CHANGE), shown with its effective
           *> term so the reader knows which curriculum applies.
           MOVE 'N' TO WS-PCH-APPLIES
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
                       IF PCR-STUDENT-ID = WS-ID-SEARCH
                           AND PCR-CHANGE-DATE >= WS-PCH-DATE
                           MOVE 'Y' TO WS-PCH-APPLIES
                           MOVE PCR-CHANGE-DATE TO WS-PCH-DATE
                           MOVE PCR-OLD-PROGRAM TO WS-PCH-OLD
                           MOVE PCR-NEW-PROGRAM TO WS-PCH-NEW
                           MOVE PCR-EFFECTIVE-TERM TO WS-PCH-TERM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROGRAM-CHANGE-FILE.

       PRINT-SEM1-BLOCK.
           IF WS-PUB-FLAG(1) NOT = 'P'
               MOVE "(Semester 1 results pending publication.)"
                 MOVE RR1-SUBJECT-MARKS(6) TO DISP-MARK6
                 MOVE RR1-TOTAL-MARKS TO DISP-TOTAL-MARK
                 MOVE RR1-RANK TO DISP-RANK
                 IF WS-NCH-APPLIES = 'Y'
                     MOVE WS-NCH-NEW-NAME TO RR1-STUDENT-NAME
                 END-IF

                 MOVE "SEMESTER I" TO PRINT-LINE
                 WRITE PRINT-LINE
                 MOVE RR2-SUBJECT-MARKS(6) TO DISP-MARK6
                 MOVE RR2-TOTAL-MARKS TO DISP-TOTAL-MARK
                 MOVE RR2-RANK TO DISP-RANK
                 IF WS-NCH-APPLIES = 'Y'
                     MOVE WS-NCH-NEW-NAME TO RR2-STUDENT-NAME
                 END-IF

                 MOVE "SEMESTER II" TO PRINT-LINE
                 WRITE PRINT-LINE
               CLOSE DISCIPLINE-FILE
           END-IF.

       CHECK-LIBRARY-HOLD-OPEN.
           MOVE 'N' TO WS-LBH-OPEN
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
                       IF LBH-STUDENT-ID = WS-ID-SEARCH
                           AND LBH-STATUS = 'O'
                           MOVE 'Y' TO WS-LBH-OPEN
                           MOVE 'Y' TO WS-LBH-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF FILE-STATUS-LIBRARY NOT = "35"
               CLOSE LIBRARY-HOLD-FILE
           END-IF.

       PRINT-DISCIPLINE-ANNOTATIONS.
          *> Resolved cases flagged for annotation print their
          *> sanction; spent cases print nothing, as the rules
