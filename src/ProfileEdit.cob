   05 WS-Univ       OCCURS 3 TIMES PIC X(50).
   05 WS-Years      OCCURS 3 TIMES PIC X(30).

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
77 WS-CO-ANSWER    PIC X(4) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).


    DISPLAY "Enter About Me:"
    ACCEPT WS-About
    MOVE "ABOUT" TO WS-CS-SOURCE
    MOVE SPACES TO WS-CS-KEY
    MOVE WS-About TO WS-CS-TEXT
    CALL "ContentScreen" USING "S" WS-CS-SOURCE LNK-USER-NAME
        WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
    IF WS-CS-RESULT = "R"
        DISPLAY "About Me not saved (" FUNCTION TRIM(WS-CS-REASON)
            "); it has been left blank."
        MOVE SPACES TO WS-About
    END-IF
    IF WS-CS-RESULT = "H"
        DISPLAY "About Me saved; it has been queued for a quick admin review."
    END-IF

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
        DISPLAY "Experience #" WS-I " - Job Title (blank to skip):"
        ELSE
            DISPLAY "Company:"
            ACCEPT WS-Company(WS-I)
            PERFORM OFFER-CANONICAL-COMPANY
            DISPLAY "Dates:"
            ACCEPT WS-Dates(WS-I)
            DISPLAY "Description:"
    DISPLAY "Profile updated successfully."
    GOBACK.

OFFER-CANONICAL-COMPANY.
    MOVE FUNCTION TRIM(WS-Company(WS-I)) TO WS-Company(WS-I)
    CALL "CompanyNames" USING WS-CO-FUNCTION WS-Company(WS-I)
        WS-CO-CANONICAL WS-CO-FOUND
    IF WS-CO-FOUND = "Y" AND WS-CO-CANONICAL NOT = WS-Company(WS-I)
        DISPLAY "This company is listed as "
            FUNCTION TRIM(WS-CO-CANONICAL) ". Use that name? (Y/N)"
        ACCEPT WS-CO-ANSWER
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-ANSWER)) = "Y"
            MOVE WS-CO-CANONICAL TO WS-Company(WS-I)
        END-IF
    END-IF.

PERSIST-PROFILE.
    *> Hands the finished record to ProfileStore, which upserts it by
    *> username into data/profiles.dat (and stamps ProfileLastUpdate
