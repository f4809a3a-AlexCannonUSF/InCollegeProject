    05 WS-SAVE-UNIV       OCCURS 3 TIMES PIC X(50).
    05 WS-SAVE-YEARS      OCCURS 3 TIMES PIC X(30).

*> Free text is screened by ContentScreen.cob against the shared
*> word/pattern list before it is saved.
77 WS-CS-SOURCE PIC X(20) VALUE SPACES.
77 WS-CS-KEY    PIC X(100) VALUE SPACES.
77 WS-CS-TEXT   PIC X(200) VALUE SPACES.
77 WS-CS-RESULT PIC X VALUE SPACE.
77 WS-CS-REASON PIC X(40) VALUE SPACES.

*> A company the master table (CompanyNames.cob) knows under another
*> spelling is offered in its canonical form.
77 WS-CO-FUNCTION  PIC X VALUE "C".
77 WS-CO-CANONICAL PIC X(50) VALUE SPACES.
77 WS-CO-FOUND     PIC X VALUE SPACE.

LINKAGE SECTION.
01 LNK-USER-NAME     PIC X(30).

        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE
    PERFORM CHECK-INPUT-LENGTH
    MOVE WS-RAW-INPUT(1:WS-CHAR-LIMIT) TO About
    PERFORM SCREEN-ABOUT.

SCREEN-ABOUT.
    MOVE "ABOUT" TO WS-CS-SOURCE
    MOVE SPACES TO WS-CS-KEY
    MOVE About TO WS-CS-TEXT
    CALL "ContentScreen" USING "S" WS-CS-SOURCE LNK-USER-NAME
        WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
    IF WS-CS-RESULT = "R"
        MOVE SPACES TO WS-IO-BUFFER
        STRING "About Me not saved (" FUNCTION TRIM(WS-CS-REASON)
            "); it has been left blank - you can edit it later."
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
        MOVE SPACES TO About
    END-IF
    IF WS-CS-RESULT = "H"
        MOVE "About Me saved; it has been queued for a quick admin review." TO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-IF.

PROMPT-EXPERIENCE-SLOT.
    *> FIX #2: "blank to skip" truly skips the rest of that experience.
        PERFORM SHOW-LINE
        PERFORM CHECK-INPUT-LENGTH
        MOVE WS-RAW-INPUT(1:WS-CHAR-LIMIT) TO Company(I)
        PERFORM OFFER-CANONICAL-COMPANY

        MOVE "Dates (max 30 characters):" TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        MOVE WS-RAW-INPUT(1:WS-CHAR-LIMIT) TO Desc(I)
    END-IF.

OFFER-CANONICAL-COMPANY.
    CALL "CompanyNames" USING WS-CO-FUNCTION Company(I) WS-CO-CANONICAL
        WS-CO-FOUND
    IF WS-CO-FOUND = "Y"
        AND WS-CO-CANONICAL NOT = FUNCTION TRIM(Company(I))
        MOVE SPACES TO WS-IO-BUFFER
        STRING "This company is listed as '"
            FUNCTION TRIM(WS-CO-CANONICAL)
            "'. Use that name? (Y/N):"
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
        CALL "ScriptedIO" USING "R" WS-IO-BUFFER
        MOVE WS-IO-BUFFER TO WS-CONFIRM-CHOICE
        MOVE SPACES TO WS-IO-BUFFER
        STRING FUNCTION TRIM(WS-CONFIRM-CHOICE)
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
        IF WS-CONFIRM-CHOICE = "Y" OR WS-CONFIRM-CHOICE = "y"
            MOVE WS-CO-CANONICAL TO Company(I)
        END-IF
    END-IF.

PROMPT-EDUCATION-SLOT.
    *> FIX #2: "blank to skip" truly skips the rest of that education.
    *> Uses I, set by MAIN's enclosing PERFORM VARYING.
