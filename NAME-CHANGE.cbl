IDENTIFICATION DIVISION.
PROGRAM-ID. NAME-CHANGE.

*> Legal name change register. A typo is still fixed with CORRECT
*> in REGISTER-SEMS; this is for a student who has legally changed
*> their name (marriage, deed poll). In one controlled step the new
*> name goes onto every semester master the student appears in,
*> the student profile and the name index, every issued ID card is
*> replaced (the old serial stops working and a reprint record for
*> the badge printer is appended to idcard_export.dat, as the
*> IDCARD-EXPORT reprint does), and the change is recorded in
*> name_change_register.dat with the former name, the effective
*> date and the supporting document reference - nothing is
*> overwritten without a trace. All four semester locks are taken
*> before anything is touched, so a change is never half applied.
*> Transcripts issued from the effective date show the new name,
*> with "formerly known as" where the student has asked for it,
*> and SEARCH-RECORD finds the student under either name.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT CHECKSUM-FILE ASSIGN TO WS-CHECKSUM-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LOCK-FILE ASSIGN TO WS-LOCK-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-STATUS.
    SELECT PROFILE-FILE ASSIGN TO "student_profile.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PROFILE.
    SELECT TEMP-PROFILE-FILE ASSIGN TO "temp_profile.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT NAME-INDEX-FILE ASSIGN TO "name_index.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NIX-STATUS.
    SELECT TEMP-NIX-FILE ASSIGN TO "temp_name_index.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CARD-REGISTER-FILE ASSIGN TO "card_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CARDREG.
    SELECT TEMP-CARDREG-FILE ASSIGN TO "temp_cards.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CARD-FILE ASSIGN TO "idcard_export.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CARD.
    SELECT NAME-CHANGE-FILE ASSIGN TO "name_change_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-NCR.
    SELECT TEMP-NCR-FILE ASSIGN TO "temp_name_changes.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.

DATA DIVISION.
FILE SECTION.
FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  STUDENT-NAME1      PIC X(30).
    05  FILLER             PIC X(40).
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1      PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  FILLER             PIC X(37).
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2      PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  FILLER             PIC X(37).
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3      PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  FILLER             PIC X(37).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4      PIC X(3).

FD  CHECKSUM-FILE.
01  CHECKSUM-RECORD        PIC 9(10).

FD  LOCK-FILE.
01  LOCK-RECORD            PIC X(40).

FD  PROFILE-FILE.
01  PROFILE-RECORD.
    05  PRF-STUDENT-ID     PIC X(10).
    05  PRF-NAME           PIC X(30).
    05  PRF-REST           PIC X(138).

FD  TEMP-PROFILE-FILE.
01  TEMP-PROFILE-RECORD    PIC X(178).

FD  NAME-INDEX-FILE.
01  NAME-INDEX-RECORD.
    05  NIX-NAME           PIC X(30).
    05  NIX-SEMESTER       PIC 9.
    05  NIX-STUDENT-ID     PIC X(10).

FD  TEMP-NIX-FILE.
01  TEMP-NIX-RECORD        PIC X(41).

FD  CARD-REGISTER-FILE.
01  CARD-REGISTER-RECORD.
    05  CRD-SERIAL         PIC X(12).
    05  CRD-STUDENT-ID     PIC X(10).
    05  CRD-STATUS         PIC X.
        88  CARD-ISSUED     VALUE 'I'.
    05  CRD-ISSUE-DATE     PIC X(8).
    05  CRD-STATUS-DATE    PIC X(8).

FD  TEMP-CARDREG-FILE.
01  TEMP-CARDREG-RECORD    PIC X(39).

FD  CARD-FILE.
01  CARD-RECORD.
    05  CARD-STUDENT-ID    PIC X(10).
    05  CARD-NAME          PIC X(30).
    05  CARD-PROGRAM       PIC X(20).
    05  CARD-VALID-FROM    PIC X(8).
    05  CARD-VALID-TO      PIC X(8).
    05  CARD-BARCODE       PIC X(14).

FD  NAME-CHANGE-FILE.
01  NAME-CHANGE-RECORD.
    05  NCR-STUDENT-ID     PIC X(10).
    05  NCR-FORMER-NAME    PIC X(30).
    05  NCR-NEW-NAME       PIC X(30).
    05  NCR-EFFECTIVE-DATE PIC X(8).
    05  NCR-REASON         PIC X.
        88  NCR-MARRIAGE    VALUE 'M'.
        88  NCR-DEED-POLL   VALUE 'D'.
        88  NCR-OTHER       VALUE 'O'.
    05  NCR-DOC-REF        PIC X(20).
    05  NCR-SHOW-FORMER    PIC X.
    05  NCR-RECORDED-DATE  PIC X(8).
    05  NCR-RECORDED-BY    PIC X(10).

FD  TEMP-NCR-FILE.
01  TEMP-NCR-RECORD        PIC X(118).

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
01  WS-MASTER-STATUS       PIC XX.
01  WS-LOCK-STATUS         PIC XX.
01  WS-LOCK-FILENAME       PIC X(20).
01  WS-LOCK-SEM            PIC 9.
01  WS-LOCKS-HELD          PIC 9 VALUE 0.
01  WS-LOCK-BUSY           PIC X VALUE 'N'.
01  FILE-STATUS-PROFILE    PIC XX.
01  WS-NIX-STATUS          PIC XX.
01  FILE-STATUS-CARDREG    PIC XX.
01  FILE-STATUS-CARD       PIC XX.
01  FILE-STATUS-NCR        PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-MENU-CHOICE         PIC X.
01  WS-STAFF-ID            PIC X(10).
01  WS-ID-INPUT            PIC X(10).
01  WS-TODAY               PIC X(8).
01  WS-CONFIRM             PIC X.
01  WS-CURRENT-NAME        PIC X(30).
01  WS-NEW-NAME            PIC X(30).
01  WS-EFFECTIVE-DATE      PIC X(8).
01  WS-REASON              PIC X.
01  WS-DOC-REF             PIC X(20).
01  WS-SHOW-FORMER         PIC X.
01  WS-FOUND               PIC X VALUE 'N'.
01  WS-CARD-PGM            PIC X(3).
01  WS-MASTERS-CHANGED     PIC 9 VALUE 0.
01  WS-SEMS-CHANGED        PIC X(4).
01  WS-CHECKSUM-FILENAME   PIC X(20).
01  WS-CHECKSUM-SEM        PIC 9.
01  WS-CHECKSUM-TOTAL      PIC 9(10) VALUE 0.
01  WS-CHECKSUM-BUFFER     PIC X(100) VALUE SPACES.
01  WS-CHECKSUM-INDEX      PIC 9(3) VALUE 0.
01  WS-CHECKSUM-EOF        PIC X.
01  WS-PROFILE-CHANGED     PIC X VALUE 'N'.
01  WS-NIX-CHANGED         PIC 9(2) VALUE 0.
01  WS-OLD-DEACTIVATED     PIC 9(2) VALUE 0.
01  WS-NEW-SERIAL          PIC X(12).
01  WS-VALID-FROM          PIC X(8).
01  WS-VALID-TO.
    05  WS-VT-YEAR         PIC 9(4).
    05  WS-VT-MMDD         PIC X(4).
01  WS-HISTORY-COUNT       PIC 9(3) VALUE 0.
01  WS-REASON-TEXT         PIC X(10).
01  WS-ACT-FUNCTION        PIC X(20).
01  WS-ACT-DETAIL          PIC X(25).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Legal Name Change Register ---"
    DISPLAY "Enter your Staff ID: "
    ACCEPT WS-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    DISPLAY "1. Record a legal name change"
    DISPLAY "2. Name history for a student"
    DISPLAY "3. Set 'formerly known as' on transcripts"
    DISPLAY "Enter choice (1-3): "
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM RECORD-NAME-CHANGE
        WHEN '2'
            PERFORM SHOW-NAME-HISTORY
        WHEN '3'
            PERFORM SET-FORMER-NAME-PREF
        WHEN OTHER
            DISPLAY "Invalid choice."
    END-EVALUATE
    STOP RUN.

RECORD-NAME-CHANGE.
    DISPLAY "Enter Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FIND-CURRENT-NAME
    IF WS-FOUND = 'N'
        DISPLAY "Student " WS-ID-INPUT " is not on any semester "
            "master or the profile file."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Current name on file: " WS-CURRENT-NAME
    DISPLAY "New legal name: "
    ACCEPT WS-NEW-NAME
    IF WS-NEW-NAME = SPACES OR WS-NEW-NAME = WS-CURRENT-NAME
        DISPLAY "No new name entered - nothing changed."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Effective date YYYYMMDD (Enter for today): "
    ACCEPT WS-EFFECTIVE-DATE
    IF WS-EFFECTIVE-DATE = SPACES
        MOVE WS-TODAY TO WS-EFFECTIVE-DATE
    END-IF
    IF WS-EFFECTIVE-DATE IS NOT NUMERIC
        DISPLAY "Effective date must be YYYYMMDD."
        EXIT PARAGRAPH
    END-IF
    *> The register records a change that has legally happened;
    *> a future date would put the new name on transcripts early.
    IF WS-EFFECTIVE-DATE > WS-TODAY
        DISPLAY "The effective date cannot be in the future - "
            "record the change once it has taken effect."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Reason - (M)arriage, (D)eed poll, (O)ther: "
    ACCEPT WS-REASON
    MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
    IF WS-REASON NOT = 'M' AND WS-REASON NOT = 'D'
            AND WS-REASON NOT = 'O'
        DISPLAY "Reason must be M, D or O."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Supporting document reference (certificate no.): "
    ACCEPT WS-DOC-REF
    IF WS-DOC-REF = SPACES
        DISPLAY "A legal name change needs its supporting "
            "document reference - nothing changed."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Show 'formerly known as' on transcripts? (Y/N): "
    ACCEPT WS-SHOW-FORMER
    MOVE FUNCTION UPPER-CASE(WS-SHOW-FORMER) TO WS-SHOW-FORMER
    IF WS-SHOW-FORMER NOT = 'Y'
        MOVE 'N' TO WS-SHOW-FORMER
    END-IF
    DISPLAY "Change " FUNCTION TRIM(WS-CURRENT-NAME) " to "
        FUNCTION TRIM(WS-NEW-NAME) " on all records? (Y/N): "
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Name change cancelled."
        EXIT PARAGRAPH
    END-IF

    PERFORM ACQUIRE-ALL-LOCKS
    IF WS-LOCK-BUSY = 'Y'
        DISPLAY "Name change not applied - nothing was changed. "
            "Try again once the lock clears."
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-MASTERS-CHANGED
    MOVE SPACES TO WS-SEMS-CHANGED
    PERFORM RENAME-SEM1
    PERFORM RENAME-SEM2
    PERFORM RENAME-SEM3
    PERFORM RENAME-SEM4
    PERFORM VARYING WS-CHECKSUM-SEM FROM 1 BY 1
            UNTIL WS-CHECKSUM-SEM > 4
        IF WS-SEMS-CHANGED(WS-CHECKSUM-SEM:1) NOT = SPACE
            PERFORM REFRESH-CHECKSUM
        END-IF
    END-PERFORM
    PERFORM RELEASE-ALL-LOCKS
    PERFORM RENAME-PROFILE
    PERFORM RENAME-NAME-INDEX
    PERFORM FORCE-CARD-REPRINT
    PERFORM WRITE-NAME-CHANGE-ENTRY

    MOVE "NAME-CHANGE" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ACT-DETAIL
    STRING WS-EFFECTIVE-DATE " " WS-DOC-REF
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    PERFORM LOG-NAME-ACTION
    DISPLAY "Name changed on " WS-MASTERS-CHANGED
        " semester master(s) (" WS-SEMS-CHANGED ")."
    IF WS-PROFILE-CHANGED = 'Y'
        DISPLAY "Student profile updated."
    END-IF
    DISPLAY "Name index entries updated: " WS-NIX-CHANGED
    DISPLAY WS-OLD-DEACTIVATED " old card(s) deactivated; "
        "reprint serial " WS-NEW-SERIAL " queued in "
        "idcard_export.dat."
    DISPLAY "Regenerate ranked results via the end-of-day run.".

FIND-CURRENT-NAME.
    *> The latest semester the student is on carries the name
    *> (and program for the card); the profile covers a student
    *> registered but not yet on a master.
    MOVE 'N' TO WS-FOUND
    MOVE SPACES TO WS-CURRENT-NAME
    MOVE SPACES TO WS-CARD-PGM
    OPEN INPUT STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS = "00"
        MOVE WS-ID-INPUT TO STUDENT-ID4
        READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-FOUND
                MOVE STUDENT-NAME4 TO WS-CURRENT-NAME
                MOVE PROGRAM-CODE4 TO WS-CARD-PGM
        END-READ
        CLOSE STUDENT-FILE-SEM4
    END-IF
    IF WS-FOUND = 'N'
        OPEN INPUT STUDENT-FILE-SEM3
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND
                    MOVE STUDENT-NAME3 TO WS-CURRENT-NAME
                    MOVE PROGRAM-CODE3 TO WS-CARD-PGM
            END-READ
            CLOSE STUDENT-FILE-SEM3
        END-IF
    END-IF
    IF WS-FOUND = 'N'
        OPEN INPUT STUDENT-FILE-SEM2
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND
                    MOVE STUDENT-NAME2 TO WS-CURRENT-NAME
                    MOVE PROGRAM-CODE2 TO WS-CARD-PGM
            END-READ
            CLOSE STUDENT-FILE-SEM2
        END-IF
    END-IF
    IF WS-FOUND = 'N'
        OPEN INPUT STUDENT-FILE-SEM1
        IF WS-MASTER-STATUS = "00"
            MOVE WS-ID-INPUT TO STUDENT-ID1
            READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND
                    MOVE STUDENT-NAME1 TO WS-CURRENT-NAME
                    MOVE PROGRAM-CODE1 TO WS-CARD-PGM
            END-READ
            CLOSE STUDENT-FILE-SEM1
        END-IF
    END-IF
    IF WS-FOUND = 'N'
        MOVE 'N' TO WS-EOF
        OPEN INPUT PROFILE-FILE
        IF FILE-STATUS-PROFILE NOT = "00"
            SET END-OF-FILE TO TRUE
        END-IF
        PERFORM UNTIL END-OF-FILE
            READ PROFILE-FILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    IF PRF-STUDENT-ID = WS-ID-INPUT
                        MOVE 'Y' TO WS-FOUND
                        MOVE PRF-NAME TO WS-CURRENT-NAME
                        SET END-OF-FILE TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        IF FILE-STATUS-PROFILE NOT = "35"
            CLOSE PROFILE-FILE
        END-IF
        MOVE 'N' TO WS-EOF
    END-IF.

ACQUIRE-ALL-LOCKS.
    *> All four masters or none: the first busy semester backs out
    *> the locks already taken.
    MOVE 'N' TO WS-LOCK-BUSY
    MOVE 0 TO WS-LOCKS-HELD
    PERFORM VARYING WS-LOCK-SEM FROM 1 BY 1
            UNTIL WS-LOCK-SEM > 4 OR WS-LOCK-BUSY = 'Y'
        PERFORM ACQUIRE-SEMESTER-LOCK
        IF WS-LOCK-BUSY = 'N'
            MOVE WS-LOCK-SEM TO WS-LOCKS-HELD
        END-IF
    END-PERFORM
    IF WS-LOCK-BUSY = 'Y'
        PERFORM RELEASE-ALL-LOCKS
    END-IF.

RELEASE-ALL-LOCKS.
    PERFORM VARYING WS-LOCK-SEM FROM 1 BY 1
            UNTIL WS-LOCK-SEM > WS-LOCKS-HELD
        MOVE SPACES TO WS-LOCK-FILENAME
        STRING "student_sem" WS-LOCK-SEM ".lck"
            DELIMITED BY SIZE INTO WS-LOCK-FILENAME
        CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME
    END-PERFORM
    MOVE 0 TO WS-LOCKS-HELD.

ACQUIRE-SEMESTER-LOCK.
    *> Same single-writer convention every interactive program
    *> honors: only one process may update a semester master at a
    *> time, signalled by the student_semN.lck file.
    MOVE SPACES TO WS-LOCK-FILENAME
    STRING "student_sem" WS-LOCK-SEM ".lck"
        DELIMITED BY SIZE INTO WS-LOCK-FILENAME
    OPEN INPUT LOCK-FILE
    IF WS-LOCK-STATUS = "00"
        CLOSE LOCK-FILE
        MOVE 'Y' TO WS-LOCK-BUSY
        DISPLAY "Semester " WS-LOCK-SEM " records are locked by "
            "another user. Please try again shortly."
    ELSE
        OPEN OUTPUT LOCK-FILE
        MOVE SPACES TO LOCK-RECORD
        STRING "NAME-CHANGE    " WS-STAFF-ID " "
            FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO LOCK-RECORD
        WRITE LOCK-RECORD
        CLOSE LOCK-FILE
    END-IF.

RENAME-SEM1.
    OPEN I-O STUDENT-FILE-SEM1
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-INPUT TO STUDENT-ID1
    READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE WS-NEW-NAME TO STUDENT-NAME1
            REWRITE STUDENT-RECORD-SEM1
            ADD 1 TO WS-MASTERS-CHANGED
            MOVE '1' TO WS-SEMS-CHANGED(1:1)
    END-READ
    CLOSE STUDENT-FILE-SEM1.

RENAME-SEM2.
    OPEN I-O STUDENT-FILE-SEM2
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-INPUT TO STUDENT-ID2
    READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE WS-NEW-NAME TO STUDENT-NAME2
            REWRITE STUDENT-RECORD-SEM2
            ADD 1 TO WS-MASTERS-CHANGED
            MOVE '2' TO WS-SEMS-CHANGED(2:1)
    END-READ
    CLOSE STUDENT-FILE-SEM2.

RENAME-SEM3.
    OPEN I-O STUDENT-FILE-SEM3
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-INPUT TO STUDENT-ID3
    READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE WS-NEW-NAME TO STUDENT-NAME3
            REWRITE STUDENT-RECORD-SEM3
            ADD 1 TO WS-MASTERS-CHANGED
            MOVE '3' TO WS-SEMS-CHANGED(3:1)
    END-READ
    CLOSE STUDENT-FILE-SEM3.

RENAME-SEM4.
    OPEN I-O STUDENT-FILE-SEM4
    IF WS-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID-INPUT TO STUDENT-ID4
    READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE WS-NEW-NAME TO STUDENT-NAME4
            REWRITE STUDENT-RECORD-SEM4
            ADD 1 TO WS-MASTERS-CHANGED
            MOVE '4' TO WS-SEMS-CHANGED(4:1)
    END-READ
    CLOSE STUDENT-FILE-SEM4.

REFRESH-CHECKSUM.
    *> Recomputes the sidecar checksum of a renamed master while
    *> its lock is still held, so the checksum verification does
    *> not report the legitimate change as tampering.
    MOVE SPACES TO WS-CHECKSUM-FILENAME
    STRING "student_sem" WS-CHECKSUM-SEM ".sum"
        DELIMITED BY SIZE INTO WS-CHECKSUM-FILENAME
    MOVE 0 TO WS-CHECKSUM-TOTAL
    MOVE 'N' TO WS-CHECKSUM-EOF
    EVALUATE WS-CHECKSUM-SEM
        WHEN 1
            OPEN INPUT STUDENT-FILE-SEM1
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM1 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM1
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM1
        WHEN 2
            OPEN INPUT STUDENT-FILE-SEM2
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM2 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM2
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM2
        WHEN 3
            OPEN INPUT STUDENT-FILE-SEM3
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM3 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM3
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM3
        WHEN OTHER
            OPEN INPUT STUDENT-FILE-SEM4
            PERFORM UNTIL WS-CHECKSUM-EOF = 'Y'
                READ STUDENT-FILE-SEM4 NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CHECKSUM-EOF
                    NOT AT END
                        MOVE STUDENT-RECORD-SEM4
                            TO WS-CHECKSUM-BUFFER
                        PERFORM ADD-BUFFER-TO-CHECKSUM
                END-READ
            END-PERFORM
            CLOSE STUDENT-FILE-SEM4
    END-EVALUATE
    OPEN OUTPUT CHECKSUM-FILE
    MOVE WS-CHECKSUM-TOTAL TO CHECKSUM-RECORD
    WRITE CHECKSUM-RECORD
    CLOSE CHECKSUM-FILE.

ADD-BUFFER-TO-CHECKSUM.
    PERFORM VARYING WS-CHECKSUM-INDEX FROM 1 BY 1
            UNTIL WS-CHECKSUM-INDEX > 100
        ADD FUNCTION ORD(WS-CHECKSUM-BUFFER(WS-CHECKSUM-INDEX:1))
            TO WS-CHECKSUM-TOTAL
    END-PERFORM.

RENAME-PROFILE.
    MOVE 'N' TO WS-PROFILE-CHANGED
    OPEN INPUT PROFILE-FILE
    IF FILE-STATUS-PROFILE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-PROFILE-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ PROFILE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PRF-STUDENT-ID = WS-ID-INPUT
                    MOVE WS-NEW-NAME TO PRF-NAME
                    MOVE 'Y' TO WS-PROFILE-CHANGED
                END-IF
                MOVE PROFILE-RECORD TO TEMP-PROFILE-RECORD
                WRITE TEMP-PROFILE-RECORD
        END-READ
    END-PERFORM
    CLOSE PROFILE-FILE
    CLOSE TEMP-PROFILE-FILE
    CALL "CBL_DELETE_FILE" USING "student_profile.dat"
    CALL "CBL_RENAME_FILE" USING "temp_profile.dat"
        "student_profile.dat"
    MOVE 'N' TO WS-EOF.

RENAME-NAME-INDEX.
    *> Index rows carry the current name (upper case, as the index
    *> is built); the former name stays findable through the
    *> name change register.
    MOVE 0 TO WS-NIX-CHANGED
    OPEN INPUT NAME-INDEX-FILE
    IF WS-NIX-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TEMP-NIX-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL END-OF-FILE
        READ NAME-INDEX-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF NIX-STUDENT-ID = WS-ID-INPUT
                    MOVE FUNCTION UPPER-CASE(WS-NEW-NAME) TO NIX-NAME
                    ADD 1 TO WS-NIX-CHANGED
                END-IF
                MOVE NAME-INDEX-RECORD TO TEMP-NIX-RECORD
                WRITE TEMP-NIX-RECORD
        END-READ
    END-PERFORM
    CLOSE NAME-INDEX-FILE
    CLOSE TEMP-NIX-FILE
    CALL "CBL_DELETE_FILE" USING "name_index.dat"
    CALL "CBL_RENAME_FILE" USING "temp_name_index.dat"
        "name_index.dat"
    MOVE 'N' TO WS-EOF.

FORCE-CARD-REPRINT.
    *> The plastic carries the old name, so it is replaced exactly
    *> as a lost-card reprint is: every issued serial flips to
    *> replaced, a new serial is issued, and the badge printer
    *> gets a reprint record with the new name.
    MOVE 0 TO WS-OLD-DEACTIVATED
    OPEN INPUT CARD-REGISTER-FILE
    IF FILE-STATUS-CARDREG = "00"
        OPEN OUTPUT TEMP-CARDREG-FILE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ CARD-REGISTER-FILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    IF CRD-STUDENT-ID = WS-ID-INPUT AND CARD-ISSUED
                        MOVE 'R' TO CRD-STATUS
                        MOVE WS-TODAY TO CRD-STATUS-DATE
                        ADD 1 TO WS-OLD-DEACTIVATED
                    END-IF
                    MOVE CARD-REGISTER-RECORD TO TEMP-CARDREG-RECORD
                    WRITE TEMP-CARDREG-RECORD
            END-READ
        END-PERFORM
        CLOSE CARD-REGISTER-FILE
        CLOSE TEMP-CARDREG-FILE
        CALL "CBL_DELETE_FILE" USING "card_register.dat"
        CALL "CBL_RENAME_FILE" USING "temp_cards.dat"
            "card_register.dat"
        MOVE 'N' TO WS-EOF
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NEW-SERIAL
    OPEN EXTEND CARD-REGISTER-FILE
    IF FILE-STATUS-CARDREG NOT = "00"
        OPEN OUTPUT CARD-REGISTER-FILE
    END-IF
    MOVE SPACES TO CARD-REGISTER-RECORD
    MOVE WS-NEW-SERIAL TO CRD-SERIAL
    MOVE WS-ID-INPUT TO CRD-STUDENT-ID
    MOVE 'I' TO CRD-STATUS
    MOVE WS-TODAY TO CRD-ISSUE-DATE
    MOVE WS-TODAY TO CRD-STATUS-DATE
    WRITE CARD-REGISTER-RECORD
    CLOSE CARD-REGISTER-FILE
    *> Validity as IDCARD-EXPORT sets it: today to two years on.
    MOVE WS-TODAY TO WS-VALID-FROM
    MOVE FUNCTION NUMVAL(WS-TODAY(1:4)) TO WS-VT-YEAR
    ADD 2 TO WS-VT-YEAR
    MOVE WS-TODAY(5:4) TO WS-VT-MMDD
    IF WS-CARD-PGM = SPACES
        MOVE "CST" TO WS-CARD-PGM
    END-IF
    OPEN EXTEND CARD-FILE
    IF FILE-STATUS-CARD NOT = "00"
        OPEN OUTPUT CARD-FILE
    END-IF
    MOVE SPACES TO CARD-RECORD
    MOVE WS-ID-INPUT TO CARD-STUDENT-ID
    MOVE WS-NEW-NAME TO CARD-NAME
    STRING WS-CARD-PGM " DIPLOMA"
        DELIMITED BY SIZE INTO CARD-PROGRAM
    MOVE WS-VALID-FROM TO CARD-VALID-FROM
    MOVE WS-VALID-TO TO CARD-VALID-TO
    STRING "*" FUNCTION TRIM(WS-ID-INPUT) "*"
        DELIMITED BY SIZE INTO CARD-BARCODE
    WRITE CARD-RECORD
    CLOSE CARD-FILE.

WRITE-NAME-CHANGE-ENTRY.
    OPEN EXTEND NAME-CHANGE-FILE
    IF FILE-STATUS-NCR NOT = "00"
        OPEN OUTPUT NAME-CHANGE-FILE
    END-IF
    MOVE SPACES TO NAME-CHANGE-RECORD
    MOVE WS-ID-INPUT TO NCR-STUDENT-ID
    MOVE WS-CURRENT-NAME TO NCR-FORMER-NAME
    MOVE WS-NEW-NAME TO NCR-NEW-NAME
    MOVE WS-EFFECTIVE-DATE TO NCR-EFFECTIVE-DATE
    MOVE WS-REASON TO NCR-REASON
    MOVE WS-DOC-REF TO NCR-DOC-REF
    MOVE WS-SHOW-FORMER TO NCR-SHOW-FORMER
    MOVE WS-TODAY TO NCR-RECORDED-DATE
    MOVE WS-STAFF-ID TO NCR-RECORDED-BY
    WRITE NAME-CHANGE-RECORD
    CLOSE NAME-CHANGE-FILE.

SHOW-NAME-HISTORY.
    DISPLAY "Enter Student ID: "
    ACCEPT WS-ID-INPUT
    MOVE 0 TO WS-HISTORY-COUNT
    MOVE 'N' TO WS-EOF
    OPEN INPUT NAME-CHANGE-FILE
    IF FILE-STATUS-NCR NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ NAME-CHANGE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF NCR-STUDENT-ID = WS-ID-INPUT
                    ADD 1 TO WS-HISTORY-COUNT
                    EVALUATE TRUE
                        WHEN NCR-MARRIAGE
                            MOVE "MARRIAGE" TO WS-REASON-TEXT
                        WHEN NCR-DEED-POLL
                            MOVE "DEED POLL" TO WS-REASON-TEXT
                        WHEN OTHER
                            MOVE "OTHER" TO WS-REASON-TEXT
                    END-EVALUATE
                    DISPLAY "Effective " NCR-EFFECTIVE-DATE "  "
                        WS-REASON-TEXT "  doc " NCR-DOC-REF
                    DISPLAY "  from: " NCR-FORMER-NAME
                    DISPLAY "    to: " NCR-NEW-NAME
                    DISPLAY "  recorded " NCR-RECORDED-DATE " by "
                        NCR-RECORDED-BY "  formerly-known-as on "
                        "transcripts: " NCR-SHOW-FORMER
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-NCR NOT = "35"
        CLOSE NAME-CHANGE-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-HISTORY-COUNT = 0
        DISPLAY "No legal name changes recorded for " WS-ID-INPUT "."
    ELSE
        DISPLAY WS-HISTORY-COUNT " name change(s) on record."
    END-IF.

SET-FORMER-NAME-PREF.
    *> The student decides whether transcripts mention the former
    *> name; the choice sits on their latest register entry, which
    *> is the one transcripts read.
    DISPLAY "Enter Student ID: "
    ACCEPT WS-ID-INPUT
    DISPLAY "Show 'formerly known as' on transcripts? (Y/N): "
    ACCEPT WS-SHOW-FORMER
    MOVE FUNCTION UPPER-CASE(WS-SHOW-FORMER) TO WS-SHOW-FORMER
    IF WS-SHOW-FORMER NOT = 'Y'
        MOVE 'N' TO WS-SHOW-FORMER
    END-IF
    MOVE 0 TO WS-HISTORY-COUNT
    MOVE SPACES TO WS-EFFECTIVE-DATE
    MOVE 'N' TO WS-EOF
    OPEN INPUT NAME-CHANGE-FILE
    IF FILE-STATUS-NCR NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ NAME-CHANGE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF NCR-STUDENT-ID = WS-ID-INPUT
                        AND NCR-EFFECTIVE-DATE >= WS-EFFECTIVE-DATE
                    MOVE NCR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                    ADD 1 TO WS-HISTORY-COUNT
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-NCR NOT = "35"
        CLOSE NAME-CHANGE-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-HISTORY-COUNT = 0
        DISPLAY "No legal name change recorded for " WS-ID-INPUT "."
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT NAME-CHANGE-FILE
    OPEN OUTPUT TEMP-NCR-FILE
    PERFORM UNTIL END-OF-FILE
        READ NAME-CHANGE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF NCR-STUDENT-ID = WS-ID-INPUT
                        AND NCR-EFFECTIVE-DATE = WS-EFFECTIVE-DATE
                    MOVE WS-SHOW-FORMER TO NCR-SHOW-FORMER
                END-IF
                MOVE NAME-CHANGE-RECORD TO TEMP-NCR-RECORD
                WRITE TEMP-NCR-RECORD
        END-READ
    END-PERFORM
    CLOSE NAME-CHANGE-FILE
    CLOSE TEMP-NCR-FILE
    CALL "CBL_DELETE_FILE" USING "name_change_register.dat"
    CALL "CBL_RENAME_FILE" USING "temp_name_changes.dat"
        "name_change_register.dat"
    MOVE 'N' TO WS-EOF
    MOVE "NAME-CHANGE-FKA" TO WS-ACT-FUNCTION
    MOVE SPACES TO WS-ACT-DETAIL
    STRING "SHOW FORMER NAME " WS-SHOW-FORMER
        DELIMITED BY SIZE INTO WS-ACT-DETAIL
    PERFORM LOG-NAME-ACTION
    IF WS-SHOW-FORMER = 'Y'
        DISPLAY "Transcripts for " WS-ID-INPUT " will show the "
            "former name."
    ELSE
        DISPLAY "Transcripts for " WS-ID-INPUT " will show the "
            "current name only."
    END-IF.

LOG-NAME-ACTION.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-STAFF-ID TO ACT-STAFF-ID
    MOVE WS-ACT-FUNCTION TO ACT-FUNCTION
    MOVE WS-ID-INPUT TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-ACT-DETAIL TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.
