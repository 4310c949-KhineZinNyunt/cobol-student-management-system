*> more sittings than the load cap (invigilation_config.dat row
*> 1, default 3). Prints per-room and per-instructor rosters to
*> invigilation_roster.txt.
*> Allocations drawn up per sitting (exam date and session) are
*> grouped by date, session and room, whatever papers share the
*> room: the teaching rule then covers every paper in it, and no
*> instructor is put in two rooms of the same sitting.
*> Each run also rewrites invigilation_duties.dat, one row per
*> rostered room-sitting (date, session, room, instructor and the
*> first paper), which the duty claims run prices for payroll.
*> Special exam arrangements in force for the current term
*> (EXAM-ARRANGE, exam_arrangements.dat) are carried through: a
*> room holding an extra-time candidate is shown with its longest
*> extra time, so the invigilator stays on for it, and every
*> scribe candidate gets a scribe duty of their own, rostered like
*> a room (same teaching, same-sitting and load-cap rules), listed
*> beneath the room and written to the duty file as a separate row.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        FILE STATUS IS FILE-STATUS-CONFIG.
    SELECT ROSTER-FILE ASSIGN TO "invigilation_roster.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DUTY-FILE ASSIGN TO "invigilation_duties.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARRANGEMENT-FILE ASSIGN TO "exam_arrangements.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ARRANGEMENT.
    SELECT CALENDAR-FILE ASSIGN TO "academic_calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CALENDAR.

DATA DIVISION.
FILE SECTION.
    05  SAL-ROW            PIC 9(2).
    05  SAL-SEAT           PIC 9(2).
    05  SAL-STUDENT-ID     PIC X(10).
    05  SAL-EXAM-DATE      PIC X(8).
    05  SAL-SESSION        PIC X.

FD  INSTRUCTOR-FILE.
01  INSTRUCTOR-RECORD.
FD  ROSTER-FILE.
01  ROSTER-LINE            PIC X(80).

FD  DUTY-FILE.
01  DUTY-RECORD.
    05  IVD-EXAM-DATE      PIC X(8).
    05  IVD-SESSION        PIC X.
    05  IVD-ROOM           PIC X(8).
    05  IVD-INSTRUCTOR-ID  PIC X(6).
    05  IVD-SEMESTER       PIC 9.
    05  IVD-SUBJECT-CODE   PIC X(10).
    05  IVD-STUDENTS       PIC 9(3).
    05  IVD-DUTY-KIND      PIC X.
    05  IVD-EXTRA-MINUTES  PIC 9(3).

FD  ARRANGEMENT-FILE.
01  ARRANGEMENT-RECORD.
    05  ARR-STUDENT-ID     PIC X(10).
    05  ARR-TYPE           PIC X.
    05  ARR-EXTRA-MINUTES  PIC 9(3).
    05  ARR-APPROVED-BY    PIC X(10).
    05  ARR-VALID-TERM     PIC X(10).
    05  ARR-STATUS         PIC X.
    05  ARR-APPROVED-DATE  PIC X(8).

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-TERM           PIC X(10).
    05  FILLER             PIC X(40).

WORKING-STORAGE SECTION.
01  FILE-STATUS-ALLOC      PIC XX.
01  FILE-STATUS-INSTRUCTOR PIC XX.
01  FILE-STATUS-ASSIGNMENT PIC XX.
01  FILE-STATUS-CONFIG     PIC XX.
01  FILE-STATUS-ARRANGEMENT PIC XX.
01  FILE-STATUS-CALENDAR   PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-INS-TRIED           PIC 9(3).
01  WS-INS-PICKED          PIC 9(3).

*> One row per sitting/room discovered on the seat allocations
*> (kind I), plus one per scribe candidate (kind S).
01  WS-SESSION-COUNT       PIC 9(3) VALUE 0.
01  WS-SESSION-TABLE.
    05  WS-SES-ENTRY       OCCURS 200 TIMES.
        10  WS-SES-KIND    PIC X.
        10  WS-SES-STUDENT PIC X(10).
        10  WS-SES-EXTRA-MIN PIC 9(3).
        10  WS-SES-DATE    PIC X(8).
        10  WS-SES-AMPM    PIC X.
        10  WS-SES-ROOM    PIC X(8).
        10  WS-SES-COUNT   PIC 9(3).
        10  WS-SES-INS     PIC X(6).
        10  WS-SES-PAPERS  PIC 9(2).
        10  WS-SES-PAPER   OCCURS 10 TIMES.
            15  WS-SES-SEM     PIC 9.
            15  WS-SES-SUBJECT PIC X(10).
01  WS-SES-IX              PIC 9(3).
01  WS-SES-HIT             PIC 9(3).
01  WS-SES-OTHER           PIC 9(3).
01  WS-PAPER-IX            PIC 9(2).
01  WS-PAPER-HIT           PIC 9(2).
01  WS-BUSY                PIC X.
01  WS-TEACHES             PIC X.
01  WS-UNFILLED            PIC 9(3) VALUE 0.
01  WS-SCRIBE-COUNT        PIC 9(3) VALUE 0.

*> Arrangements in force this term.
01  WS-CURRENT-TERM        PIC X(10) VALUE SPACES.
01  WS-ARR-COUNT           PIC 9(3) VALUE 0.
01  WS-ARR-TABLE.
    05  WS-ARR-ENTRY       OCCURS 300 TIMES.
        10  WS-ARR-ID      PIC X(10).
        10  WS-ARR-TYPE    PIC X.
        10  WS-ARR-MINUTES PIC 9(3).
01  WS-ARR-IX              PIC 9(3).
01  WS-ROW-MINUTES         PIC 9(3).
01  WS-ROW-SCRIBE          PIC X.
01  WS-ROOM-HIT            PIC 9(3).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "===== Invigilation Roster Run ====="
    PERFORM LOAD-CONFIG
    PERFORM LOAD-INSTRUCTORS
    PERFORM LOAD-ARRANGEMENTS
    IF WS-INS-COUNT = 0
        DISPLAY "No instructors on instructor_master.dat - "
            "nothing to roster."
        PERFORM ASSIGN-ONE-SESSION
    END-PERFORM
    PERFORM PRINT-ROSTERS
    PERFORM WRITE-DUTY-FILE
    DISPLAY WS-SESSION-COUNT " room-sitting(s) rostered, "
        WS-UNFILLED " unfilled (load cap " WS-MAX-SESSIONS ")."
    IF WS-SCRIBE-COUNT > 0
        DISPLAY WS-SCRIBE-COUNT " of them scribe dut(ies) for "
            "special exam arrangements."
    END-IF
    DISPLAY "Roster written to invigilation_roster.txt"
    STOP RUN.

            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                *> A dated row belongs to its sitting's room; an
                *> undated single-subject plan row keeps its own
                *> semester/subject room-sitting.
                MOVE 0 TO WS-SES-HIT
                PERFORM VARYING WS-SES-IX FROM 1 BY 1
                        UNTIL WS-SES-IX > WS-SESSION-COUNT
                    IF WS-SES-DATE(WS-SES-IX) = SAL-EXAM-DATE
                            AND WS-SES-AMPM(WS-SES-IX) = SAL-SESSION
                            AND WS-SES-ROOM(WS-SES-IX) = SAL-ROOM
                            AND WS-SES-KIND(WS-SES-IX) = 'I'
                        IF SAL-EXAM-DATE NOT = SPACES
                            MOVE WS-SES-IX TO WS-SES-HIT
                        ELSE
                            IF WS-SES-SEM(WS-SES-IX, 1)
                                    = SAL-SEMESTER
                                    AND WS-SES-SUBJECT(WS-SES-IX, 1)
                                        = SAL-SUBJECT-CODE
                                MOVE WS-SES-IX TO WS-SES-HIT
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-SES-HIT > 0
                    ADD 1 TO WS-SES-COUNT(WS-SES-HIT)
                    PERFORM ADD-SESSION-PAPER
                ELSE
                    IF WS-SESSION-COUNT < 200
                        ADD 1 TO WS-SESSION-COUNT
                        MOVE WS-SESSION-COUNT TO WS-SES-HIT
                        MOVE SAL-EXAM-DATE
                            TO WS-SES-DATE(WS-SESSION-COUNT)
                        MOVE SAL-SESSION
                            TO WS-SES-AMPM(WS-SESSION-COUNT)
                        MOVE SAL-ROOM
                            TO WS-SES-ROOM(WS-SESSION-COUNT)
                        MOVE 'I' TO WS-SES-KIND(WS-SESSION-COUNT)
                        MOVE SPACES
                            TO WS-SES-STUDENT(WS-SESSION-COUNT)
                        MOVE 0 TO WS-SES-EXTRA-MIN(WS-SESSION-COUNT)
                        MOVE 1
                            TO WS-SES-COUNT(WS-SESSION-COUNT)
                        MOVE SPACES
                            TO WS-SES-INS(WS-SESSION-COUNT)
                        MOVE 0
                            TO WS-SES-PAPERS(WS-SESSION-COUNT)
                        PERFORM ADD-SESSION-PAPER
                    END-IF
                END-IF
                IF WS-SES-HIT > 0
                    PERFORM APPLY-ROW-ARRANGEMENTS
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ALLOC NOT = "35"
    END-IF
    MOVE 'N' TO WS-EOF.

ADD-SESSION-PAPER.
    *> Notes the row's paper against room-sitting WS-SES-HIT.
    MOVE 0 TO WS-PAPER-HIT
    PERFORM VARYING WS-PAPER-IX FROM 1 BY 1
            UNTIL WS-PAPER-IX > WS-SES-PAPERS(WS-SES-HIT)
        IF WS-SES-SEM(WS-SES-HIT, WS-PAPER-IX) = SAL-SEMESTER
                AND WS-SES-SUBJECT(WS-SES-HIT, WS-PAPER-IX)
                    = SAL-SUBJECT-CODE
            MOVE WS-PAPER-IX TO WS-PAPER-HIT
        END-IF
    END-PERFORM
    IF WS-PAPER-HIT = 0 AND WS-SES-PAPERS(WS-SES-HIT) < 10
        ADD 1 TO WS-SES-PAPERS(WS-SES-HIT)
        MOVE SAL-SEMESTER
            TO WS-SES-SEM(WS-SES-HIT, WS-SES-PAPERS(WS-SES-HIT))
        MOVE SAL-SUBJECT-CODE
            TO WS-SES-SUBJECT(WS-SES-HIT, WS-SES-PAPERS(WS-SES-HIT))
    END-IF.

APPLY-ROW-ARRANGEMENTS.
    *> The longest extra time in the room is carried on its
    *> room-sitting; a scribe candidate adds a scribe duty of its
    *> own for the same sitting, room and paper.
    MOVE 0 TO WS-ROW-MINUTES
    MOVE 'N' TO WS-ROW-SCRIBE
    PERFORM VARYING WS-ARR-IX FROM 1 BY 1
            UNTIL WS-ARR-IX > WS-ARR-COUNT
        IF WS-ARR-ID(WS-ARR-IX) = SAL-STUDENT-ID
            IF WS-ARR-MINUTES(WS-ARR-IX) > WS-ROW-MINUTES
                MOVE WS-ARR-MINUTES(WS-ARR-IX) TO WS-ROW-MINUTES
            END-IF
            IF WS-ARR-TYPE(WS-ARR-IX) = 'W'
                MOVE 'Y' TO WS-ROW-SCRIBE
            END-IF
        END-IF
    END-PERFORM
    IF WS-ROW-MINUTES > WS-SES-EXTRA-MIN(WS-SES-HIT)
        MOVE WS-ROW-MINUTES TO WS-SES-EXTRA-MIN(WS-SES-HIT)
    END-IF
    IF WS-ROW-SCRIBE = 'Y'
        IF WS-SESSION-COUNT < 200
            ADD 1 TO WS-SESSION-COUNT
            ADD 1 TO WS-SCRIBE-COUNT
            MOVE 'S' TO WS-SES-KIND(WS-SESSION-COUNT)
            MOVE SAL-STUDENT-ID TO WS-SES-STUDENT(WS-SESSION-COUNT)
            MOVE WS-ROW-MINUTES TO WS-SES-EXTRA-MIN(WS-SESSION-COUNT)
            MOVE SAL-EXAM-DATE TO WS-SES-DATE(WS-SESSION-COUNT)
            MOVE SAL-SESSION TO WS-SES-AMPM(WS-SESSION-COUNT)
            MOVE SAL-ROOM TO WS-SES-ROOM(WS-SESSION-COUNT)
            MOVE 1 TO WS-SES-COUNT(WS-SESSION-COUNT)
            MOVE SPACES TO WS-SES-INS(WS-SESSION-COUNT)
            MOVE 1 TO WS-SES-PAPERS(WS-SESSION-COUNT)
            MOVE SAL-SEMESTER TO WS-SES-SEM(WS-SESSION-COUNT, 1)
            MOVE SAL-SUBJECT-CODE
                TO WS-SES-SUBJECT(WS-SESSION-COUNT, 1)
        ELSE
            DISPLAY "No room in the roster table for the scribe "
                "duty of " SAL-STUDENT-ID "."
        END-IF
    END-IF.

LOAD-ARRANGEMENTS.
    *> Arrangements in force: active, and valid for the current term
    *> (first record of the academic calendar) or permanently.
    MOVE 0 TO WS-ARR-COUNT
    OPEN INPUT CALENDAR-FILE
    IF FILE-STATUS-CALENDAR = "00"
        READ CALENDAR-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CAL-TERM TO WS-CURRENT-TERM
        END-READ
        CLOSE CALENDAR-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT ARRANGEMENT-FILE
    IF FILE-STATUS-ARRANGEMENT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ARRANGEMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF ARR-STATUS = 'A'
                        AND (ARR-VALID-TERM = "PERMANENT"
                            OR (ARR-VALID-TERM = WS-CURRENT-TERM
                                AND WS-CURRENT-TERM NOT = SPACES))
                        AND WS-ARR-COUNT < 300
                    ADD 1 TO WS-ARR-COUNT
                    MOVE ARR-STUDENT-ID TO WS-ARR-ID(WS-ARR-COUNT)
                    MOVE ARR-TYPE TO WS-ARR-TYPE(WS-ARR-COUNT)
                    IF ARR-EXTRA-MINUTES IS NUMERIC
                        MOVE ARR-EXTRA-MINUTES
                            TO WS-ARR-MINUTES(WS-ARR-COUNT)
                    ELSE
                        MOVE 0 TO WS-ARR-MINUTES(WS-ARR-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ARRANGEMENT NOT = "35"
        CLOSE ARRANGEMENT-FILE
    END-IF
    MOVE 'N' TO WS-EOF.

ASSIGN-ONE-SESSION.
    *> Round-robin through the pool, skipping anyone who teaches
    *> a paper in the room, is already in another room of the same
    *> sitting, or is already at the load cap.
    MOVE 0 TO WS-INS-PICKED
    MOVE 0 TO WS-INS-TRIED
    PERFORM UNTIL WS-INS-PICKED > 0
        MOVE WS-INS-NEXT TO WS-INS-IX
        ADD 1 TO WS-INS-NEXT
        IF WS-INS-LOAD(WS-INS-IX) < WS-MAX-SESSIONS
            PERFORM CHECK-SAME-SITTING
            IF WS-BUSY = 'N'
                PERFORM CHECK-TEACHES-SUBJECT
                IF WS-TEACHES = 'N'
                    MOVE WS-INS-IX TO WS-INS-PICKED
                END-IF
            END-IF
        END-IF
    END-PERFORM
        ADD 1 TO WS-INS-LOAD(WS-INS-PICKED)
    ELSE
        ADD 1 TO WS-UNFILLED
        EVALUATE TRUE
            WHEN WS-SES-KIND(WS-SES-IX) = 'S'
                DISPLAY "UNFILLED: scribe for "
                    WS-SES-STUDENT(WS-SES-IX) " room "
                    WS-SES-ROOM(WS-SES-IX)
                    " - raise the load cap or add instructors."
            WHEN WS-SES-DATE(WS-SES-IX) = SPACES
                DISPLAY "UNFILLED: sem " WS-SES-SEM(WS-SES-IX, 1) " "
                    WS-SES-SUBJECT(WS-SES-IX, 1) " room "
                    WS-SES-ROOM(WS-SES-IX)
                    " - raise the load cap or add instructors."
            WHEN OTHER
                DISPLAY "UNFILLED: " WS-SES-DATE(WS-SES-IX) " "
                    WS-SES-AMPM(WS-SES-IX) " room "
                    WS-SES-ROOM(WS-SES-IX)
                    " - raise the load cap or add instructors."
        END-EVALUATE
    END-IF.

CHECK-SAME-SITTING.
    *> One body cannot watch two rooms sitting at the same time.
    *> Undated single-subject rows only clash within their own room
    *> and paper - the room's invigilator cannot also be a scribe.
    MOVE 'N' TO WS-BUSY
    IF WS-SES-DATE(WS-SES-IX) = SPACES
        PERFORM VARYING WS-SES-OTHER FROM 1 BY 1
                UNTIL WS-SES-OTHER > WS-SESSION-COUNT
            IF WS-SES-OTHER NOT = WS-SES-IX
                    AND WS-SES-DATE(WS-SES-OTHER) = SPACES
                    AND WS-SES-ROOM(WS-SES-OTHER) = WS-SES-ROOM(WS-SES-IX)
                    AND WS-SES-SEM(WS-SES-OTHER, 1)
                        = WS-SES-SEM(WS-SES-IX, 1)
                    AND WS-SES-SUBJECT(WS-SES-OTHER, 1)
                        = WS-SES-SUBJECT(WS-SES-IX, 1)
                    AND WS-SES-INS(WS-SES-OTHER) = WS-INS-ID(WS-INS-IX)
                MOVE 'Y' TO WS-BUSY
            END-IF
        END-PERFORM
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SES-OTHER FROM 1 BY 1
            UNTIL WS-SES-OTHER > WS-SESSION-COUNT
        IF WS-SES-OTHER NOT = WS-SES-IX
                AND WS-SES-DATE(WS-SES-OTHER) = WS-SES-DATE(WS-SES-IX)
                AND WS-SES-AMPM(WS-SES-OTHER) = WS-SES-AMPM(WS-SES-IX)
                AND WS-SES-INS(WS-SES-OTHER) = WS-INS-ID(WS-INS-IX)
            MOVE 'Y' TO WS-BUSY
        END-IF
    END-PERFORM.

CHECK-TEACHES-SUBJECT.
    MOVE 'N' TO WS-TEACHES
    OPEN INPUT ASSIGNMENT-FILE
                AT END
                    MOVE "10" TO FILE-STATUS-ASSIGNMENT
                NOT AT END
                    IF SA-INSTRUCTOR-ID = WS-INS-ID(WS-INS-IX)
                        PERFORM VARYING WS-PAPER-IX FROM 1 BY 1
                                UNTIL WS-PAPER-IX
                                    > WS-SES-PAPERS(WS-SES-IX)
                            IF SA-SEMESTER
                                    = WS-SES-SEM(WS-SES-IX, WS-PAPER-IX)
                                    AND SA-SUBJECT-CODE
                                    = WS-SES-SUBJECT(WS-SES-IX,
                                        WS-PAPER-IX)
                                MOVE 'Y' TO WS-TEACHES
                                MOVE "10" TO FILE-STATUS-ASSIGNMENT
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
    WRITE ROSTER-LINE
    MOVE "PER-ROOM ROSTER" TO ROSTER-LINE
    WRITE ROSTER-LINE
    MOVE "Date     S Sem Subject     Room      Students Invigilator     Extra time"
        TO ROSTER-LINE
    WRITE ROSTER-LINE
    PERFORM VARYING WS-SES-IX FROM 1 BY 1
            UNTIL WS-SES-IX > WS-SESSION-COUNT
        IF WS-SES-KIND(WS-SES-IX) NOT = 'S'
            MOVE SPACES TO ROSTER-LINE
            IF WS-SES-INS(WS-SES-IX) = SPACES
                STRING WS-SES-DATE(WS-SES-IX) " "
                    WS-SES-AMPM(WS-SES-IX) " "
                    WS-SES-SEM(WS-SES-IX, 1) "   "
                    WS-SES-SUBJECT(WS-SES-IX, 1) "  "
                    WS-SES-ROOM(WS-SES-IX) "  "
                    WS-SES-COUNT(WS-SES-IX) "      ** UNFILLED **"
                    DELIMITED BY SIZE INTO ROSTER-LINE
            ELSE
                STRING WS-SES-DATE(WS-SES-IX) " "
                    WS-SES-AMPM(WS-SES-IX) " "
                    WS-SES-SEM(WS-SES-IX, 1) "   "
                    WS-SES-SUBJECT(WS-SES-IX, 1) "  "
                    WS-SES-ROOM(WS-SES-IX) "  "
                    WS-SES-COUNT(WS-SES-IX) "      "
                    WS-SES-INS(WS-SES-IX)
                    DELIMITED BY SIZE INTO ROSTER-LINE
            END-IF
            IF WS-SES-EXTRA-MIN(WS-SES-IX) > 0
                STRING "+" WS-SES-EXTRA-MIN(WS-SES-IX) " min"
                    DELIMITED BY SIZE INTO ROSTER-LINE(63:18)
            END-IF
            WRITE ROSTER-LINE
            *> Further papers sharing the room are listed beneath.
            PERFORM VARYING WS-PAPER-IX FROM 2 BY 1
                    UNTIL WS-PAPER-IX > WS-SES-PAPERS(WS-SES-IX)
                MOVE SPACES TO ROSTER-LINE
                STRING "           "
                    WS-SES-SEM(WS-SES-IX, WS-PAPER-IX) "   "
                    WS-SES-SUBJECT(WS-SES-IX, WS-PAPER-IX)
                    DELIMITED BY SIZE INTO ROSTER-LINE
                WRITE ROSTER-LINE
            END-PERFORM
            PERFORM PRINT-ROOM-SCRIBES
        END-IF
    END-PERFORM
    MOVE SPACES TO ROSTER-LINE
    WRITE ROSTER-LINE
                IF WS-SES-INS(WS-SES-IX)
                        = WS-INS-ID(WS-INS-IX)
                    MOVE SPACES TO ROSTER-LINE
                    IF WS-SES-DATE(WS-SES-IX) = SPACES
                        STRING "    sem "
                            WS-SES-SEM(WS-SES-IX, 1) " "
                            WS-SES-SUBJECT(WS-SES-IX, 1) " room "
                            WS-SES-ROOM(WS-SES-IX)
                            DELIMITED BY SIZE INTO ROSTER-LINE
                    ELSE
                        STRING "    " WS-SES-DATE(WS-SES-IX) " "
                            WS-SES-AMPM(WS-SES-IX) " room "
                            WS-SES-ROOM(WS-SES-IX) " ("
                            WS-SES-PAPERS(WS-SES-IX) " paper(s))"
                            DELIMITED BY SIZE INTO ROSTER-LINE
                    END-IF
                    IF WS-SES-KIND(WS-SES-IX) = 'S'
                        STRING "SCRIBE for " WS-SES-STUDENT(WS-SES-IX)
                            DELIMITED BY SIZE INTO ROSTER-LINE(50:31)
                    ELSE
                        IF WS-SES-EXTRA-MIN(WS-SES-IX) > 0
                            STRING "+" WS-SES-EXTRA-MIN(WS-SES-IX)
                                " min extra time"
                                DELIMITED BY SIZE
                                INTO ROSTER-LINE(50:31)
                        END-IF
                    END-IF
                    WRITE ROSTER-LINE
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    CLOSE ROSTER-FILE.

PRINT-ROOM-SCRIBES.
    *> Scribe duties belonging to room-sitting WS-SES-IX.
    PERFORM VARYING WS-SES-OTHER FROM 1 BY 1
            UNTIL WS-SES-OTHER > WS-SESSION-COUNT
        IF WS-SES-KIND(WS-SES-OTHER) = 'S'
                AND WS-SES-DATE(WS-SES-OTHER) = WS-SES-DATE(WS-SES-IX)
                AND WS-SES-AMPM(WS-SES-OTHER) = WS-SES-AMPM(WS-SES-IX)
                AND WS-SES-ROOM(WS-SES-OTHER) = WS-SES-ROOM(WS-SES-IX)
                AND (WS-SES-DATE(WS-SES-IX) NOT = SPACES
                    OR (WS-SES-SEM(WS-SES-OTHER, 1)
                            = WS-SES-SEM(WS-SES-IX, 1)
                        AND WS-SES-SUBJECT(WS-SES-OTHER, 1)
                            = WS-SES-SUBJECT(WS-SES-IX, 1)))
            MOVE SPACES TO ROSTER-LINE
            IF WS-SES-INS(WS-SES-OTHER) = SPACES
                STRING "           SCRIBE for "
                    WS-SES-STUDENT(WS-SES-OTHER) " ("
                    WS-SES-SUBJECT(WS-SES-OTHER, 1)
                    ")  ** UNFILLED **"
                    DELIMITED BY SIZE INTO ROSTER-LINE
            ELSE
                STRING "           SCRIBE for "
                    WS-SES-STUDENT(WS-SES-OTHER) " ("
                    WS-SES-SUBJECT(WS-SES-OTHER, 1) ")  "
                    WS-SES-INS(WS-SES-OTHER)
                    DELIMITED BY SIZE INTO ROSTER-LINE
            END-IF
            WRITE ROSTER-LINE
        END-IF
    END-PERFORM.

WRITE-DUTY-FILE.
    OPEN OUTPUT DUTY-FILE
    PERFORM VARYING WS-SES-IX FROM 1 BY 1
            UNTIL WS-SES-IX > WS-SESSION-COUNT
        IF WS-SES-INS(WS-SES-IX) NOT = SPACES
            MOVE SPACES TO DUTY-RECORD
            MOVE WS-SES-DATE(WS-SES-IX) TO IVD-EXAM-DATE
            MOVE WS-SES-AMPM(WS-SES-IX) TO IVD-SESSION
            MOVE WS-SES-ROOM(WS-SES-IX) TO IVD-ROOM
            MOVE WS-SES-INS(WS-SES-IX) TO IVD-INSTRUCTOR-ID
            MOVE WS-SES-SEM(WS-SES-IX, 1) TO IVD-SEMESTER
            MOVE WS-SES-SUBJECT(WS-SES-IX, 1) TO IVD-SUBJECT-CODE
            MOVE WS-SES-COUNT(WS-SES-IX) TO IVD-STUDENTS
            MOVE WS-SES-KIND(WS-SES-IX) TO IVD-DUTY-KIND
            MOVE WS-SES-EXTRA-MIN(WS-SES-IX) TO IVD-EXTRA-MINUTES
            WRITE DUTY-RECORD
        END-IF
    END-PERFORM
    CLOSE DUTY-FILE.
