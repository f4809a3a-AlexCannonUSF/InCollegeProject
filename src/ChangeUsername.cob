>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ChangeUsername.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT UsernameChangesFile ASSIGN TO "data/UsernameChanges.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-UC-STAT.

DATA DIVISION.
FILE SECTION.
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
*> A user asks for a new username here. The name must pass the same
*> format policy CreateAccount.cob applies at sign-up, be free on
*> accounts.dat, and not already be asked for in another open
*> request; it is then journalled in data/UsernameChanges.dat as
*> status "P" (pending) for an administrator to approve or reject in
*> UsernameChangeQueue.cob. Statuses: "P" pending, "R" approved and
*> being applied (RenameUsername.cob), "D" done, "X" rejected. One
*> open request per user at a time.
77 WS-UC-STAT       PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-NEW-USERNAME  PIC X(30) VALUE SPACES.
77 WS-OPEN-STATUS   PIC X VALUE SPACE.
77 WS-OPEN-NEW      PIC X(30) VALUE SPACES.
77 WS-OPEN-DATE     PIC 9(8) VALUE 0.
77 WS-CLAIMED       PIC X VALUE "N".

77 WS-DS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-DS-FREE         PIC X VALUE SPACE.
77 WS-DS-ACCOUNT-TYPE PIC X VALUE SPACE.

77 WS-USERNAME-VALID PIC X VALUE "Y".
77 WS-USER-LEN PIC 99 VALUE 0.
77 WS-USER-IDX PIC 99 VALUE 0.
77 WS-USER-CHAR PIC X VALUE SPACE.
77 WS-RESERVED-IDX PIC 9 VALUE 0.
01 WS-RESERVED-WORDS.
    05 FILLER PIC X(20) VALUE "ADMIN".
    05 FILLER PIC X(20) VALUE "ADMINISTRATOR".
    05 FILLER PIC X(20) VALUE "ROOT".
    05 FILLER PIC X(20) VALUE "INCOLLEGE".
    05 FILLER PIC X(20) VALUE "SUPPORT".
01 WS-RESERVED-WORD-TABLE REDEFINES WS-RESERVED-WORDS.
    05 WS-RESERVED-WORD OCCURS 5 TIMES PIC X(20).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY "--- Change My Username ---"
    DISPLAY "Your username is " FUNCTION TRIM(LNK-USER-NAME) "."

    PERFORM SCAN-REQUESTS
    IF WS-OPEN-STATUS = "P"
        DISPLAY "You asked on " WS-OPEN-DATE " to change it to "
            FUNCTION TRIM(WS-OPEN-NEW) ". An administrator has not "
            "reviewed the request yet."
        GOBACK
    END-IF
    IF WS-OPEN-STATUS = "R"
        DISPLAY "Your change to " FUNCTION TRIM(WS-OPEN-NEW)
            " has been approved and is being applied."
        GOBACK
    END-IF

    DISPLAY "Enter the username you want (3-20 letters, digits or "
        "underscores), or press Enter to go back:"
    ACCEPT WS-NEW-USERNAME
    IF FUNCTION TRIM(WS-NEW-USERNAME) = SPACES
        GOBACK
    END-IF
    MOVE FUNCTION TRIM(WS-NEW-USERNAME) TO WS-NEW-USERNAME

    IF WS-NEW-USERNAME = LNK-USER-NAME
        DISPLAY "That is already your username."
        GOBACK
    END-IF

    PERFORM VALIDATE-USERNAME-FORMAT
    IF WS-USERNAME-VALID = "N"
        GOBACK
    END-IF

    CALL "DataStore" USING "C" WS-NEW-USERNAME WS-DS-PASSWORD WS-DS-FREE
        WS-DS-ACCOUNT-TYPE
    PERFORM SCAN-REQUESTS
    IF WS-DS-FREE = "N" OR WS-CLAIMED = "Y"
        DISPLAY "That username is already taken."
        GOBACK
    END-IF

    OPEN EXTEND UsernameChangesFile
    IF WS-UC-STAT = "35"
        CLOSE UsernameChangesFile
        OPEN OUTPUT UsernameChangesFile
    END-IF
    MOVE SPACES TO USERNAME-CHANGE-RECORD
    MOVE LNK-USER-NAME TO UC-OLD-USERNAME
    MOVE WS-NEW-USERNAME TO UC-NEW-USERNAME
    MOVE WS-TODAY TO UC-REQUESTED-DATE
    MOVE "P" TO UC-STATUS
    MOVE 0 TO UC-DECIDED-DATE
    MOVE 0 TO UC-STEP
    WRITE USERNAME-CHANGE-RECORD
    CLOSE UsernameChangesFile

    DISPLAY "Request sent. An administrator will review it and you will "
        "get a notification when it is decided."
    GOBACK.

SCAN-REQUESTS.
    *> WS-OPEN-STATUS/-NEW/-DATE: this user's own open request, if
    *> any. WS-CLAIMED: WS-NEW-USERNAME is already asked for in some
    *> open request.
    MOVE SPACE TO WS-OPEN-STATUS
    MOVE "N" TO WS-CLAIMED
    MOVE "N" TO WS-EOF
    OPEN INPUT UsernameChangesFile
    IF WS-UC-STAT = "35"
        CLOSE UsernameChangesFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ UsernameChangesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF UC-STATUS = "P" OR UC-STATUS = "R"
                    IF UC-OLD-USERNAME = LNK-USER-NAME
                        MOVE UC-STATUS TO WS-OPEN-STATUS
                        MOVE UC-NEW-USERNAME TO WS-OPEN-NEW
                        MOVE UC-REQUESTED-DATE TO WS-OPEN-DATE
                    END-IF
                    IF UC-NEW-USERNAME = WS-NEW-USERNAME
                        AND WS-NEW-USERNAME NOT = SPACES
                        MOVE "Y" TO WS-CLAIMED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE UsernameChangesFile.

VALIDATE-USERNAME-FORMAT.
    *> Same policy as CreateAccount.cob's VALIDATE-USERNAME-FORMAT: 3-20
    *> characters, letters/digits/underscore only, not one of
    *> WS-RESERVED-WORDS.
    MOVE "Y" TO WS-USERNAME-VALID
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-USERNAME)) TO WS-USER-LEN

    IF WS-USER-LEN < 3 OR WS-USER-LEN > 20
        DISPLAY "Username must be between 3 and 20 characters."
        MOVE "N" TO WS-USERNAME-VALID
    ELSE
        PERFORM VARYING WS-USER-IDX FROM 1 BY 1 UNTIL WS-USER-IDX > WS-USER-LEN
            MOVE WS-NEW-USERNAME(WS-USER-IDX:1) TO WS-USER-CHAR
            IF WS-USER-CHAR NOT ALPHABETIC AND WS-USER-CHAR NOT NUMERIC
                AND WS-USER-CHAR NOT = "_"
                MOVE "N" TO WS-USERNAME-VALID
            END-IF
        END-PERFORM
        IF WS-USERNAME-VALID = "N"
            DISPLAY "Username may only contain letters, digits, "
                "and underscores."
        END-IF
    END-IF

    IF WS-USERNAME-VALID = "Y"
        PERFORM VARYING WS-RESERVED-IDX FROM 1 BY 1 UNTIL WS-RESERVED-IDX > 5
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-USERNAME)) =
                FUNCTION TRIM(WS-RESERVED-WORD(WS-RESERVED-IDX))
                DISPLAY "That username is reserved. Please choose another."
                MOVE "N" TO WS-USERNAME-VALID
            END-IF
        END-PERFORM
    END-IF.
