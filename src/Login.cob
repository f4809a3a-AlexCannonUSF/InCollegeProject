       05 AUDIT-USERNAME      PIC X(30).
       05 AUDIT-ATTEMPT-COUNT PIC 9(2).
       05 AUDIT-OUTCOME       PIC X(30).
       05 AUDIT-CHAIN         PIC 9(10).

FD SessionLogFile.
01 SESSION-LOG-RECORD.
*> "LOGIN FAILED" rows, the same persistent cross-run rate limit
*> PasswordReset.cob's COUNT-RECENT-FAILURES keeps for identity checks,
*> so quitting and restarting does not hand out a fresh attempt budget.
*> Accounts LoginCode.cob says need it (staff always, others by
*> choice) then enter a one-time code sent to them; a wrong or stale
*> code is logged as "LOGIN CODE FAILED" and counts against the same
*> daily limit.
77 WS-USERNAME   PIC X(30) VALUE SPACES.
77 WS-PASSWORD   PIC X(20) VALUE SPACES.
77 WS-MENU-CHOICE PIC X(4) VALUE SPACES.
77 WS-AUDIT-DATE PIC 9(8) VALUE 0.
77 WS-AUDIT-TIME PIC 9(8) VALUE 0.
77 WS-AUDIT-OUTCOME PIC X(30) VALUE SPACES.
*> AuditChain.cob parameters - every AuditLog.dat row carries its
*> chain value.
77 WS-CHAIN-LOG     PIC X(30) VALUE "AuditLog.dat".
77 WS-CHAIN-RECORD  PIC X(200) VALUE SPACES.
77 WS-CHAIN-LENGTH  PIC 9(3) VALUE 76.
77 WS-CHAIN-VALUE   PIC 9(10) VALUE 0.
77 WS-CHAIN-MONTH   PIC 9(6) VALUE 0.
77 WS-CHAIN-RESULT  PIC X VALUE SPACE.
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.
77 WS-TODAY-DATE PIC 9(8) VALUE 0.
77 WS-LOG-DAY    PIC 9(8) VALUE 0.
77 WS-RECENT-FAILURES PIC 99 VALUE 0.
77 WS-MAX-LOGIN-FAILURES PIC 99 VALUE 5.
*> WS-MAX-LOGIN-FAILURES is loaded from the LOGIN-MAX-FAILURES system
*> parameter (SystemParam.cob) before use; the VALUE is its default.
77 WS-PARAM-NAME  PIC X(30) VALUE SPACES.
77 WS-PARAM-VALUE PIC 9(9) VALUE 0.

*> MaintenanceMode.cob parameters - while the maintenance flag is
*> set, only admins get in.
77 WS-MM-FUNCTION  PIC X VALUE SPACE.
77 WS-MM-ACTIVE    PIC X VALUE "N".
77 WS-MM-MESSAGE   PIC X(100) VALUE SPACES.
77 WS-MM-END-DATE  PIC 9(8) VALUE 0.
77 WS-MM-END-TIME  PIC 9(4) VALUE 0.
77 WS-MM-SET-BY    PIC X(30) VALUE SPACES.
77 WS-MM-NOTICE    PIC X(200) VALUE SPACES.

77 WS-SESSION-STAT PIC XX VALUE SPACES.
77 WS-EOF-SESSION  PIC X VALUE "N".
77 WS-IO-BUFFER    PIC X(255) VALUE SPACES.
77 WS-SCRIPT-CHOICE PIC X VALUE SPACE.

77 WS-LC-CODE      PIC X(10) VALUE SPACES.
77 WS-LC-RESULT    PIC X VALUE SPACE.
77 WS-LC-SENT-TO   PIC X(60) VALUE SPACES.

*> TermsOfUse.cob parameters - a user who has not accepted the
*> current terms of use is shown them and must accept before
*> HomePage opens.
77 WS-TOU-CURRENT  PIC 9(4) VALUE 0.
77 WS-TOU-ACCEPTED PIC 9(4) VALUE 0.
77 WS-TOU-RESULT   PIC X VALUE SPACE.
77 WS-TOU-ANSWER   PIC X VALUE SPACE.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE SPACES TO WS-IO-BUFFER
    GOBACK.

LOGIN-FLOW.
    *> Failed attempts are counted from AuditLog.dat rows, so sign-in
    *> is refused outright while that trail cannot take new rows -
    *> otherwise the failed-attempt lockout would never trigger.
    MOVE "AuditLog.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        MOVE SPACES TO WS-IO-BUFFER
        STRING "Sign-in is unavailable until the audit trail is brought "
            "up to date. Please contact an administrator."
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter your username:" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    CALL "ScriptedIO" USING "R" WS-IO-BUFFER
    INSPECT WS-USERNAME REPLACING ALL X"0D" BY SPACE
    INSPECT WS-USERNAME REPLACING ALL X"0A" BY SPACE

    MOVE "LOGIN-MAX-FAILURES" TO WS-PARAM-NAME
    MOVE WS-MAX-LOGIN-FAILURES TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-MAX-LOGIN-FAILURES
    PERFORM COUNT-RECENT-FAILURES
    IF WS-RECENT-FAILURES >= WS-MAX-LOGIN-FAILURES
        MOVE SPACES TO WS-IO-BUFFER
        PERFORM RECORD-AUDIT-ENTRY
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-PASSWORD

    IF WS-ACCOUNT-TYPE NOT = "A"
        MOVE "Q" TO WS-MM-FUNCTION
        CALL "MaintenanceMode" USING WS-MM-FUNCTION WS-MM-ACTIVE
            WS-MM-MESSAGE WS-MM-END-DATE WS-MM-END-TIME WS-MM-SET-BY
            WS-MM-NOTICE
        IF WS-MM-ACTIVE = "Y"
            MOVE WS-MM-NOTICE TO WS-IO-BUFFER
            PERFORM SHOW-LINE
            EXIT PARAGRAPH
        END-IF
    END-IF

    CALL "LoginCode" USING "R" WS-USERNAME WS-LC-CODE WS-LC-RESULT
        WS-LC-SENT-TO
    IF WS-LC-RESULT = "Y"
        PERFORM VERIFY-LOGIN-CODE
        IF WS-LC-RESULT NOT = "Y"
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM CHECK-TERMS-ACCEPTED
    IF WS-TOU-RESULT NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM SHOW-LAST-LOGIN
    CALL "HomePage" USING WS-USERNAME.

CHECK-TERMS-ACCEPTED.
    *> WS-TOU-RESULT "Y" lets the sign-in go on: nothing to accept, or
    *> the user accepted the current version just now.
    CALL "TermsOfUse" USING "Q" WS-USERNAME WS-TOU-CURRENT
        WS-TOU-ACCEPTED WS-TOU-RESULT
    IF WS-TOU-RESULT NOT = "Y"
        MOVE "Y" TO WS-TOU-RESULT
        EXIT PARAGRAPH
    END-IF

    IF WS-TOU-ACCEPTED = 0
        MOVE "Please read and accept the terms of use to continue."
            TO WS-IO-BUFFER
    ELSE
        MOVE SPACES TO WS-IO-BUFFER
        STRING "The terms of use have changed since you last accepted "
            "them. Please read and accept them to continue."
            INTO WS-IO-BUFFER
    END-IF
    PERFORM SHOW-LINE
    CALL "TermsOfUse" USING "S" WS-USERNAME WS-TOU-CURRENT
        WS-TOU-ACCEPTED WS-TOU-RESULT
    MOVE "Do you accept these terms of use? (Y/N):" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    CALL "ScriptedIO" USING "R" WS-IO-BUFFER
    MOVE WS-IO-BUFFER(1:1) TO WS-TOU-ANSWER
    MOVE SPACES TO WS-IO-BUFFER
    IF WS-TOU-ANSWER = "Y" OR WS-TOU-ANSWER = "y"
        CALL "TermsOfUse" USING "A" WS-USERNAME WS-TOU-CURRENT
            WS-TOU-ACCEPTED WS-TOU-RESULT
        MOVE "Y" TO WS-TOU-RESULT
    ELSE
        MOVE "N" TO WS-TOU-RESULT
        MOVE SPACES TO WS-IO-BUFFER
        STRING "You must accept the terms of use to use InCollege. "
            "You have not been signed in." INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-IF.

VERIFY-LOGIN-CODE.
    CALL "LoginCode" USING "I" WS-USERNAME WS-LC-CODE WS-LC-RESULT
        WS-LC-SENT-TO
    MOVE SPACES TO WS-IO-BUFFER
    STRING "A sign-in code has been sent to "
        FUNCTION TRIM(WS-LC-SENT-TO) ". It expires in a few minutes."
        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "Enter the sign-in code:" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    CALL "ScriptedIO" USING "R" WS-IO-BUFFER
    MOVE WS-IO-BUFFER TO WS-LC-CODE
    MOVE SPACES TO WS-IO-BUFFER
    INSPECT WS-LC-CODE REPLACING ALL X"0D" BY SPACE
    INSPECT WS-LC-CODE REPLACING ALL X"0A" BY SPACE

    CALL "LoginCode" USING "C" WS-USERNAME WS-LC-CODE WS-LC-RESULT
        WS-LC-SENT-TO
    IF WS-LC-RESULT NOT = "Y"
        IF WS-LC-RESULT = "X"
            MOVE "That sign-in code has expired or was already used."
                TO WS-IO-BUFFER
        ELSE
            MOVE "Incorrect sign-in code." TO WS-IO-BUFFER
        END-IF
        PERFORM SHOW-LINE
        MOVE "LOGIN CODE FAILED" TO WS-AUDIT-OUTCOME
        PERFORM RECORD-AUDIT-ENTRY
    END-IF.

SHOW-LAST-LOGIN.
    *> Pulls this user's most recent SessionLog.dat login timestamp
    END-IF.

COUNT-RECENT-FAILURES.
    *> Tallies today's "LOGIN FAILED" and "LOGIN CODE FAILED" entries in data/AuditLog.dat for
    *> WS-USERNAME, the same day-bucketed count PasswordReset.cob and
    *> CreateAccount.cob keep for their own lockouts.
    MOVE 0 TO WS-RECENT-FAILURES
                NOT AT END
                    MOVE AUDIT-TIMESTAMP(1:8) TO WS-LOG-DAY
                    IF FUNCTION TRIM(AUDIT-USERNAME) = FUNCTION TRIM(WS-USERNAME)
                        AND (FUNCTION TRIM(AUDIT-OUTCOME) = "LOGIN FAILED"
                            OR FUNCTION TRIM(AUDIT-OUTCOME) = "LOGIN CODE FAILED")
                        AND WS-LOG-DAY = WS-TODAY-DATE
                        ADD 1 TO WS-RECENT-FAILURES
                    END-IF
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME

    MOVE SPACES TO AUDIT-LOG-RECORD
    STRING WS-AUDIT-DATE DELIMITED BY SIZE
           WS-AUDIT-TIME(1:6) DELIMITED BY SIZE
    ADD 1 TO WS-RECENT-FAILURES
    MOVE WS-RECENT-FAILURES TO AUDIT-ATTEMPT-COUNT
    MOVE WS-AUDIT-OUTCOME TO AUDIT-OUTCOME
    MOVE AUDIT-LOG-RECORD TO WS-CHAIN-RECORD
    CALL "AuditChain" USING "N" WS-CHAIN-LOG WS-CHAIN-RECORD
        WS-CHAIN-LENGTH WS-CHAIN-VALUE WS-CHAIN-MONTH WS-CHAIN-RESULT
    IF WS-CHAIN-RESULT NOT = "Y"
        MOVE SPACES TO WS-IO-BUFFER
        STRING "This sign-in attempt could not be written to the audit "
            "trail. Please contact an administrator." INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-IF.

SHOW-LINE.
    *> One line of screen output through ScriptedIO - displayed, and
