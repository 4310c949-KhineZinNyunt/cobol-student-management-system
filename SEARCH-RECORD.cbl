               ASSIGN TO "student_profile.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS-PROFILE.
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
           05  PRF-GUARDIAN-NAME  PIC X(30).
           05  PRF-GUARDIAN-PHONE PIC X(15).

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

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-PROFILE   PIC XX.
       01  FILE-STATUS-LIBRARY   PIC XX.
       01  FILE-STATUS-NCR       PIC XX.
       01  WS-NCR-EOF            PIC X VALUE 'N'.
       01  WS-NCH-APPLIES        PIC X VALUE 'N'.
       01  WS-NCH-DATE           PIC X(8).
       01  WS-NCH-NEW-NAME       PIC X(30).
       01  WS-NCH-FORMER-NAME    PIC X(30).
       01  WS-NCH-SHOW-FORMER    PIC X.
       01  WS-NCH-TODAY          PIC X(8).
       01  FILE-STATUS-PCR       PIC XX.
       01  WS-PCR-EOF            PIC X VALUE 'N'.
       01  WS-PCH-APPLIES        PIC X VALUE 'N'.
       01  WS-PCH-DATE           PIC X(8).
       01  WS-PCH-OLD            PIC X(3).
       01  WS-PCH-NEW            PIC X(3).
       01  WS-PCH-TERM           PIC X(10).
       01  WS-LBH-EOF            PIC X VALUE 'N'.
       01  WS-LBH-FINES-DISP     PIC Z(4)9.99.
       01  FILE-STATUS-PUBLICATION PIC XX.
       01  FILE-STATUS-STANDING  PIC XX.
       01  FILE-STATUS-COMPONENTS PIC XX.
       01  WS-PUB-EOF            PIC X VALUE 'N'.
       01  WS-PROFILE-EOF        PIC X VALUE 'N'.
       01  WS-PROFILE-FOUND      PIC X VALUE 'N'.
       01  WS-PROFILE-SHOWN.
           05  WS-SHOWN-STUDENT-ID     PIC X(10).
           05  WS-SHOWN-NAME           PIC X(30).
           05  WS-SHOWN-DOB            PIC X(8).
           05  WS-SHOWN-PHONE          PIC X(15).
           05  WS-SHOWN-EMAIL          PIC X(30).
           05  WS-SHOWN-ADDRESS        PIC X(40).
           05  WS-SHOWN-GUARDIAN-NAME  PIC X(30).
           05  WS-SHOWN-GUARDIAN-PHONE PIC X(15).
       01  WS-PROFILE-FULL       PIC X(178).
       01  WS-MASK-MODE          PIC X.
       01  WS-MASK-RESULT        PIC X.
       01  WS-UNMASK-ANSWER      PIC X.
       01 WS-PRINT-PAGE-NUM      PIC 9(2) VALUE 1.
       01 WS-PRINT-LINE-COUNT    PIC 9(2) VALUE 0.
       01 WS-PRINT-PAGE-HEADER.
               10 WS-HIT-ID     PIC X(10).
               10 WS-HIT-NAME   PIC X(30).
               10 WS-HIT-SEM    PIC 9.
               10 WS-HIT-FORMER PIC X.
       01 WS-PICK-NUMBER        PIC 99.
       01 WS-CHECK-ID           PIC X(10).
       01 WS-CHECK-POS          PIC 9(2).
       01 LS-SEARCH-MODE        PIC 9.
       01 LS-ID-SEARCH          PIC X(10).
       01 LS-NAME-SEARCH        PIC X(30).
       01 LS-STAFF-ROLE         PIC X.

       PROCEDURE DIVISION USING LS-SEARCH-MODE LS-ID-SEARCH
               LS-NAME-SEARCH LS-STAFF-ROLE.

       MAIN-SEARCH.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-SEARCH))
               TO WS-SEARCH-LEN
           MOVE 0 TO WS-HIT-COUNT
           MOVE SPACES TO WS-HIT-TABLE

           IF WS-SEARCH-LEN = 0
               DISPLAY "No name entered."
           *> below only run when no index has been built yet.
           PERFORM SEARCH-NAME-INDEX
           IF WS-INDEX-USED = 'Y'
               PERFORM SEARCH-FORMER-NAMES
               PERFORM SHOW-NAME-HITS
           ELSE
               OPEN INPUT RANKED-RESULTS-SEM1
                   END-READ
               END-PERFORM
               CLOSE RANKED-RESULTS-SEM2
               PERFORM SEARCH-FORMER-NAMES
               PERFORM SHOW-NAME-HITS
           END-IF
           END-IF.
           END-PERFORM
           CLOSE NAME-INDEX-FILE.

       SEARCH-FORMER-NAMES.
           *> A student who has legally changed their name is still
           *> found under the name on their old paperwork, through
           *> the former names kept in the name change register.
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
                       MOVE NCR-FORMER-NAME TO WS-ROW-UPPER
                       PERFORM CHECK-NAME-MATCH
                       IF WS-ROW-MATCHED = 'Y'
                           AND WS-HIT-COUNT < 20
                           ADD 1 TO WS-HIT-COUNT
                           MOVE NCR-STUDENT-ID
                               TO WS-HIT-ID(WS-HIT-COUNT)
                           MOVE NCR-FORMER-NAME
                               TO WS-HIT-NAME(WS-HIT-COUNT)
                           MOVE 0 TO WS-HIT-SEM(WS-HIT-COUNT)
                           MOVE 'Y' TO WS-HIT-FORMER(WS-HIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NAME-CHANGE-FILE.

       SHOW-NAME-HITS.
           IF WS-HIT-COUNT = 0
               DISPLAY "No students found matching: " WS-NAME-SEARCH
               DISPLAY "Students matching: " WS-NAME-SEARCH
               PERFORM VARYING WS-HIT-INDEX FROM 1 BY 1
                   UNTIL WS-HIT-INDEX > WS-HIT-COUNT
                   IF WS-HIT-FORMER(WS-HIT-INDEX) = 'Y'
                       DISPLAY WS-HIT-INDEX ". "
                           WS-HIT-ID(WS-HIT-INDEX)
                           "  " WS-HIT-NAME(WS-HIT-INDEX)
                           "  (former name)"
                   ELSE
                       DISPLAY WS-HIT-INDEX ". "
                           WS-HIT-ID(WS-HIT-INDEX)
                           "  " WS-HIT-NAME(WS-HIT-INDEX)
                           "  (Semester " WS-HIT-SEM(WS-HIT-INDEX) ")"
                   END-IF
               END-PERFORM
               DISPLAY "Enter number to view (0 to cancel): "
               ACCEPT WS-PICK-NUMBER

       RESOLVE-AND-DISPLAY.
           PERFORM RESOLVE-MERGED-ID
           PERFORM LOOKUP-NAME-CHANGE
           PERFORM LOOKUP-PROGRAM-CHANGE
           MOVE 'N' TO FOUND-IN-SEM1
           MOVE 'N' TO FOUND-IN-SEM2

               PERFORM DISPLAY-PROGRAM-OF-STUDY
               PERFORM DISPLAY-PROFILE-IF-ANY
               PERFORM DISPLAY-STANDING-IF-ANY
               PERFORM DISPLAY-LIBRARY-HOLD-IF-ANY
               DISPLAY "Student found in semester(s): "
               IF STUDENT-IN-SEM1
                   DISPLAY "1 "
               CLOSE MERGED-IDS-FILE
           END-IF.

       LOOKUP-NAME-CHANGE.
           *> The latest legal name change in effect today gives the
           *> name transcripts carry from now on, and the former
           *> name where the student has asked for it to be shown.
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
           CLOSE NAME-CHANGE-FILE
           IF WS-NCH-APPLIES = 'Y'
               DISPLAY "Legal name changed " WS-NCH-DATE " from "
                   FUNCTION TRIM(WS-NCH-FORMER-NAME) " to "
                   FUNCTION TRIM(WS-NCH-NEW-NAME) "."
           END-IF.

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
           CLOSE PROGRAM-CHANGE-FILE
           IF WS-PCH-APPLIES = 'Y'
               DISPLAY "Program of study changed from " WS-PCH-OLD
                   " to " WS-PCH-NEW " effective "
                   FUNCTION TRIM(WS-PCH-TERM) "."
           END-IF.

       DISPLAY-PROGRAM-OF-STUDY.
           *> The program of study from the Semester 1 master, so
           *> the transcript reader knows which curriculum the
               DISPLAY "STANDING: good standing (no flags)."
           END-IF.

       DISPLAY-LIBRARY-HOLD-IF-ANY.
           *> An open hold from the nightly library import, so the
           *> office can send the student to the library before
           *> clearance or a transcript is asked for.
           MOVE 'N' TO WS-LBH-EOF
           OPEN INPUT LIBRARY-HOLD-FILE
           IF FILE-STATUS-LIBRARY NOT = "00"
               MOVE 'Y' TO WS-LBH-EOF
           END-IF
           PERFORM UNTIL WS-LBH-EOF = 'Y'
               READ LIBRARY-HOLD-FILE
                   AT END MOVE 'Y' TO WS-LBH-EOF
                   NOT AT END
                       IF LBH-STUDENT-ID = WS-ID-SEARCH
                           AND LBH-STATUS = 'O'
                           MOVE LBH-FINES-DUE TO WS-LBH-FINES-DISP
                           DISPLAY "LIBRARY HOLD: " LBH-ITEMS-OUT
                               " item(s) on loan, fines "
                               FUNCTION TRIM(WS-LBH-FINES-DISP)
                               " (as of " LBH-UPDATED ")"
                           MOVE 'Y' TO WS-LBH-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF FILE-STATUS-LIBRARY NOT = "35"
               CLOSE LIBRARY-HOLD-FILE
           END-IF.

       DISPLAY-PROFILE-IF-ANY.
           *> Shows the demographic/contact block from the student
           *> profile master alongside the marks, so the office can
                   NOT AT END
                       IF PRF-STUDENT-ID = WS-ID-SEARCH
                           MOVE 'Y' TO WS-PROFILE-FOUND
                           MOVE PROFILE-RECORD TO WS-PROFILE-SHOWN
                           MOVE 'Y' TO WS-PROFILE-EOF
                       END-IF
               END-READ
           END-IF
           IF WS-PROFILE-FOUND = 'N'
               DISPLAY "(No profile on file for this student.)"
               EXIT PARAGRAPH
           END-IF
           *> Viewer-role staff see contact details partly blanked;
           *> a full-view colleague can unmask the one record.
           IF LS-STAFF-ROLE = 'V'
               MOVE WS-PROFILE-SHOWN TO WS-PROFILE-FULL
               MOVE 'M' TO WS-MASK-MODE
               CALL "PII-MASK" USING WS-MASK-MODE, WS-PROFILE-SHOWN,
                   WS-MASK-RESULT
               PERFORM SHOW-PROFILE-BLOCK
               DISPLAY "Contact details are masked for your role. "
                   "Unmask this record? (Y/N): "
               ACCEPT WS-UNMASK-ANSWER
               IF WS-UNMASK-ANSWER = 'Y' OR WS-UNMASK-ANSWER = 'y'
                   MOVE 'U' TO WS-MASK-MODE
                   CALL "PII-MASK" USING WS-MASK-MODE,
                       WS-PROFILE-FULL, WS-MASK-RESULT
                   IF WS-MASK-RESULT = 'Y'
                       MOVE WS-PROFILE-FULL TO WS-PROFILE-SHOWN
                       PERFORM SHOW-PROFILE-BLOCK
                   END-IF
               END-IF
           ELSE
               PERFORM SHOW-PROFILE-BLOCK
           END-IF.

       SHOW-PROFILE-BLOCK.
           DISPLAY "----- Student Profile -----"
           DISPLAY "Name          : " WS-SHOWN-NAME
           DISPLAY "Date of Birth : " WS-SHOWN-DOB
           DISPLAY "Phone         : " WS-SHOWN-PHONE
           DISPLAY "Email         : " WS-SHOWN-EMAIL
           DISPLAY "Address       : " WS-SHOWN-ADDRESS
           DISPLAY "Guardian      : " WS-SHOWN-GUARDIAN-NAME
           DISPLAY "Guardian Phone: " WS-SHOWN-GUARDIAN-PHONE
           DISPLAY "---------------------------".

       DISPLAY-STUDENT-SEM1.
           IF WS-PUB-FLAG(1) NOT = 'P'
               DISPLAY "Semester 1 results pending "
                 MOVE RR1-SUBJECT-MARKS(6) TO DISP-MARK6
                 MOVE RR1-TOTAL-MARKS TO DISP-TOTAL-MARK
                 MOVE RR1-RANK TO DISP-RANK
                 IF WS-NCH-APPLIES = 'Y'
                     MOVE WS-NCH-NEW-NAME TO RR1-STUDENT-NAME
                 END-IF

                 DISPLAY "SEARCH RESULT - SEMESTER I"
                 DISPLAY "========================================"
                 MOVE RR2-SUBJECT-MARKS(6) TO DISP-MARK6
                 MOVE RR2-TOTAL-MARKS TO DISP-TOTAL-MARK
                 MOVE RR2-RANK TO DISP-RANK
                 IF WS-NCH-APPLIES = 'Y'
                     MOVE WS-NCH-NEW-NAME TO RR2-STUDENT-NAME
                 END-IF

                 DISPLAY "SEARCH RESULT - SEMESTER II"
                 DISPLAY "========================================"
       DISPLAY-FULL-TRANSCRIPT.
           DISPLAY "=========================================="
           DISPLAY "FULL TRANSCRIPT - " WS-ID-SEARCH
           IF WS-NCH-APPLIES = 'Y'
               DISPLAY "Name: " WS-NCH-NEW-NAME
               IF WS-NCH-SHOW-FORMER = 'Y'
                   DISPLAY "Formerly known as: " WS-NCH-FORMER-NAME
               END-IF
           END-IF
           IF WS-PCH-APPLIES = 'Y'
               DISPLAY "Program of study: " WS-PCH-NEW
                   " (changed from " WS-PCH-OLD ", effective "
                   FUNCTION TRIM(WS-PCH-TERM) ")"
           END-IF
           DISPLAY "=========================================="
           IF STUDENT-IN-SEM1
               PERFORM DISPLAY-STUDENT-SEM1
               WS-PRINT-PAGE-NUM-DISP DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM PRINT-NAME-CHANGE-LINES
           PERFORM PRINT-PROGRAM-CHANGE-LINE
           MOVE "============================================" TO
               PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-NAME-CHANGE-LINES.
           *> After a legal name change every page carries the new
           *> name, and the former one where the student asked.
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
           END-IF.

       PRINT-PROGRAM-CHANGE-LINE.
           *> After a change of program every page names the program
           *> the transcript now belongs to and when it took effect.
           IF WS-PCH-APPLIES = 'Y'
               MOVE SPACES TO PRINT-LINE
               STRING "Program of study: " WS-PCH-NEW
                   " (changed from " WS-PCH-OLD ", effective "
                   FUNCTION TRIM(WS-PCH-TERM) ")"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

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
