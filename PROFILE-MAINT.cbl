    05  WS-PRF-ADDRESS        PIC X(40).
    05  WS-PRF-GUARDIAN-NAME  PIC X(30).
    05  WS-PRF-GUARDIAN-PHONE PIC X(15).
01  WS-PROFILE-FULL        PIC X(178).
01  WS-MASK-MODE           PIC X.
01  WS-MASK-RESULT         PIC X.
01  WS-UNMASK-ANSWER       PIC X.

LINKAGE SECTION.
01  LS-STAFF-ROLE          PIC X.

PROCEDURE DIVISION USING LS-STAFF-ROLE.
MAIN-LOGIC.
    DISPLAY "--- Student Profile Maintenance ---"
    DISPLAY "1. View a profile"
    DISPLAY "3. Edit a profile"
    DISPLAY "Enter choice (1-3): "
    ACCEPT WS-MAINT-CHOICE
    *> Viewer-role staff may only look, and then with contact
    *> details masked.
    IF LS-STAFF-ROLE = 'V' AND WS-MAINT-CHOICE NOT = '1'
        DISPLAY "Your account is view-only - profiles can be "
            "viewed but not changed."
        GOBACK
    END-IF
    EVALUATE WS-MAINT-CHOICE
        WHEN '1'
            PERFORM VIEW-PROFILE
    DISPLAY "Enter Student ID: "
    ACCEPT WS-ID-INPUT
    PERFORM FIND-PROFILE
    IF WS-FOUND = 'N'
        DISPLAY "No profile on file for ID " WS-ID-INPUT
        EXIT PARAGRAPH
    END-IF
    IF LS-STAFF-ROLE = 'V'
        MOVE WS-PROFILE-WORK TO WS-PROFILE-FULL
        MOVE 'M' TO WS-MASK-MODE
        CALL "PII-MASK" USING WS-MASK-MODE, WS-PROFILE-WORK,
            WS-MASK-RESULT
        PERFORM DISPLAY-PROFILE-BLOCK
        DISPLAY "Contact details are masked for your role. "
            "Unmask this record? (Y/N): "
        ACCEPT WS-UNMASK-ANSWER
        IF WS-UNMASK-ANSWER = 'Y' OR WS-UNMASK-ANSWER = 'y'
            MOVE 'U' TO WS-MASK-MODE
            CALL "PII-MASK" USING WS-MASK-MODE, WS-PROFILE-FULL,
                WS-MASK-RESULT
            IF WS-MASK-RESULT = 'Y'
                MOVE WS-PROFILE-FULL TO WS-PROFILE-WORK
                PERFORM DISPLAY-PROFILE-BLOCK
            END-IF
        END-IF
    ELSE
        PERFORM DISPLAY-PROFILE-BLOCK
    END-IF.

DISPLAY-PROFILE-BLOCK.
