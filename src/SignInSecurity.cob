>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SignInSecurity.

DATA DIVISION.
WORKING-STORAGE SECTION.
*> Turns the one-time sign-in code (LoginCode.cob) on or off for a
*> student or employer. Staff accounts always get a code, so for them
*> this only says so. Codes go to the e-mail or phone on the user's
*> contact card, so turning them on without one offers to add it
*> first through ContactCard.cob.
77 WS-LC-CODE      PIC X(10) VALUE SPACES.
77 WS-LC-RESULT    PIC X VALUE SPACE.
77 WS-LC-SENT-TO   PIC X(60) VALUE SPACES.
77 WS-OPTED-IN     PIC X VALUE "N".
77 WS-REQUIRED     PIC X VALUE "N".
77 WS-ANSWER       PIC X(4) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    DISPLAY "--- Sign-in Verification Code ---"
    CALL "LoginCode" USING "R" LNK-USER-NAME WS-LC-CODE WS-REQUIRED
        WS-LC-SENT-TO
    CALL "LoginCode" USING "S" LNK-USER-NAME WS-LC-CODE WS-OPTED-IN
        WS-LC-SENT-TO

    IF WS-REQUIRED = "Y" AND WS-OPTED-IN = "N"
        DISPLAY "Staff accounts always enter a one-time code after "
            "their password."
        GOBACK
    END-IF

    IF WS-OPTED-IN = "Y"
        DISPLAY "A one-time code is sent to you each time you sign in."
        DISPLAY "Turn it off? (Y/N):"
        ACCEPT WS-ANSWER
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = "Y"
            CALL "LoginCode" USING "F" LNK-USER-NAME WS-LC-CODE
                WS-LC-RESULT WS-LC-SENT-TO
            DISPLAY "Sign-in codes are off. Your password alone signs "
                "you in."
        END-IF
        GOBACK
    END-IF

    DISPLAY "Sign-in codes are off. With them on, a six-digit code is "
        "sent to your contact card's e-mail or phone each time you "
        "sign in, so a stolen password is not enough."
    DISPLAY "Turn them on? (Y/N):"
    ACCEPT WS-ANSWER
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) NOT = "Y"
        GOBACK
    END-IF

    DISPLAY "Codes are sent to your contact card. Review or add it now? "
        "(Y/N):"
    ACCEPT WS-ANSWER
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) = "Y"
        CALL "ContactCard" USING LNK-USER-NAME
    END-IF

    CALL "LoginCode" USING "O" LNK-USER-NAME WS-LC-CODE WS-LC-RESULT
        WS-LC-SENT-TO
    DISPLAY "Sign-in codes are on from your next sign-in."
    GOBACK.

END PROGRAM SignInSecurity.
