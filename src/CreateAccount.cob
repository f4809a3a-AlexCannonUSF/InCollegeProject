        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PWH-STAT.
    SELECT UsernameChangesFile ASSIGN TO "data/UsernameChanges.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-UC-STAT.

DATA DIVISION.
FILE SECTION.
       05 AUDIT-USERNAME      PIC X(30).
       05 AUDIT-ATTEMPT-COUNT PIC 9(2).
       05 AUDIT-OUTCOME       PIC X(30).
       05 AUDIT-CHAIN         PIC 9(10).

FD RecoveryFile.
01 RECOVERY-RECORD.
       05 PWH-SALT     PIC X(8).
       05 PWH-HASH     PIC 9(10).

FD UsernameChangesFile.
01 USERNAME-CHANGE-RECORD.
       05 UC-OLD-USERNAME   PIC X(30).
       05 UC-NEW-USERNAME   PIC X(30).
       05 UC-REQUESTED-DATE PIC 9(8).
       05 UC-STATUS         PIC X(01).
       05 UC-DECIDED-BY     PIC X(30).
       05 UC-DECIDED-DATE   PIC 9(8).
       05 UC-STEP           PIC 9(3).

WORKING-STORAGE SECTION.

77 WS-USERNAME PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 2.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

*> TermsOfUse.cob parameters - a new account accepts the current
*> terms of use at signup, and the acceptance is recorded once the
*> account is saved.
77 WS-TOU-CURRENT  PIC 9(4) VALUE 0.
77 WS-TOU-ACCEPTED PIC 9(4) VALUE 0.
77 WS-TOU-RESULT   PIC X VALUE SPACE.
77 WS-TOU-ANSWER   PIC X VALUE SPACE.

*> Three security questions are captured at signup (rather than one)
*> so PasswordReset.cob can require all three to match before a
*> password may be reset.
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

77 WS-PASS-LEN PIC 99 VALUE 0.
77 WS-PASS-IDX PIC 99 VALUE 0.
77 WS-USER-IDX PIC 99 VALUE 0.
77 WS-USER-CHAR PIC X VALUE SPACE.
77 WS-RESERVED-IDX PIC 9 VALUE 0.
77 WS-UC-STAT PIC XX VALUE SPACES.
77 WS-EOF-UC PIC X VALUE "N".
01 WS-RESERVED-WORDS.
    05 FILLER PIC X(20) VALUE "ADMIN".
    05 FILLER PIC X(20) VALUE "ADMINISTRATOR".

PROCEDURE DIVISION USING LK-CREATE-SUCCESS.
SIGNUP-FLOW.
    MOVE "AccountRecovery.dat" TO WS-GUARD-FILE
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        MOVE "N" TO LK-CREATE-SUCCESS
        GOBACK
    END-IF
    MOVE "AuditLog.dat" TO WS-GUARD-FILE
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        ELSE
            CALL "DataStore" USING "C" WS-USERNAME WS-PASSWORD WS-OK
                WS-ACCOUNT-TYPE
            IF WS-OK = "Y"
                PERFORM CHECK-NAME-CLAIMED
            END-IF
            IF WS-OK = "N"
                DISPLAY "That username is already taken."
                MOVE "DUPLICATE USERNAME" TO WS-AUDIT-OUTCOME
        END-IF
    END-PERFORM

    CALL "TermsOfUse" USING "Q" WS-USERNAME WS-TOU-CURRENT
        WS-TOU-ACCEPTED WS-TOU-RESULT
    IF WS-TOU-RESULT = "Y"
        CALL "TermsOfUse" USING "S" WS-USERNAME WS-TOU-CURRENT
            WS-TOU-ACCEPTED WS-TOU-RESULT
        DISPLAY "Do you accept these terms of use? (Y/N): "
        ACCEPT WS-TOU-ANSWER
        IF WS-TOU-ANSWER NOT = "Y" AND WS-TOU-ANSWER NOT = "y"
            DISPLAY "The terms of use must be accepted to create an "
                "account. No account was created."
            MOVE "N" TO LK-CREATE-SUCCESS
            GOBACK
        END-IF
    END-IF

    CALL "DataStore" USING "A" WS-USERNAME WS-PASSWORD WS-OK
        WS-ACCOUNT-TYPE
    IF WS-OK = "N"
        MOVE "N" TO LK-CREATE-SUCCESS
        GOBACK
    END-IF
    IF WS-TOU-RESULT = "Y"
        CALL "TermsOfUse" USING "A" WS-USERNAME WS-TOU-CURRENT
            WS-TOU-ACCEPTED WS-TOU-RESULT
    END-IF

    PERFORM SEED-PASSWORD-HISTORY

        END-PERFORM
    END-IF.

CHECK-NAME-CLAIMED.
    *> A name an existing user has asked to change to (pending or being
    *> applied) is taken even though accounts.dat does not show it yet,
    *> and so is the old name of a change still being applied.
    MOVE "N" TO WS-EOF-UC
    OPEN INPUT UsernameChangesFile
    IF WS-UC-STAT = "35"
        CLOSE UsernameChangesFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-UC = "Y"
        READ UsernameChangesFile
            AT END
                MOVE "Y" TO WS-EOF-UC
            NOT AT END
                IF (UC-STATUS = "P" OR UC-STATUS = "R")
                    AND FUNCTION TRIM(UC-NEW-USERNAME) = FUNCTION TRIM(WS-USERNAME)
                    MOVE "N" TO WS-OK
                END-IF
                IF UC-STATUS = "R"
                    AND FUNCTION TRIM(UC-OLD-USERNAME) = FUNCTION TRIM(WS-USERNAME)
                    MOVE "N" TO WS-OK
                END-IF
        END-READ
    END-PERFORM
    CLOSE UsernameChangesFile.

CHECK-PASSWORD-COMPLEXITY.
    *> Sets WS-HAS-DIGIT/WS-HAS-SPECIAL to "Y" when WS-PASSWORD contains
    *> at least one digit and one non-alphanumeric character.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME

    MOVE SPACES TO AUDIT-LOG-RECORD
    STRING WS-AUDIT-DATE DELIMITED BY SIZE
           WS-AUDIT-TIME(1:6) DELIMITED BY SIZE
    MOVE WS-USERNAME TO AUDIT-USERNAME
    MOVE WS-ATTEMPTS TO AUDIT-ATTEMPT-COUNT
    MOVE WS-AUDIT-OUTCOME TO AUDIT-OUTCOME
    MOVE AUDIT-LOG-RECORD TO WS-CHAIN-RECORD
    CALL "AuditChain" USING "N" WS-CHAIN-LOG WS-CHAIN-RECORD
        WS-CHAIN-LENGTH WS-CHAIN-VALUE WS-CHAIN-MONTH WS-CHAIN-RESULT
    IF WS-CHAIN-RESULT NOT = "Y"
        DISPLAY "This attempt could not be written to the audit trail "
            "(data/AuditLog.dat). Please contact an administrator."
    END-IF.

SEED-PASSWORD-HISTORY.
    *> Records the signup password's salted hash in
