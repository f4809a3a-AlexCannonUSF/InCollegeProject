>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. UsernameChangeQueue.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT UsernameChangesFile ASSIGN TO "data/UsernameChanges.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-UC-STAT.
    SELECT TempChangesFile ASSIGN TO "data/UsernameChanges.tmp"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TEMP-STAT.
    SELECT NotificationsFile ASSIGN TO "data/Notifications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NOTIF-STAT.

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

FD TempChangesFile.
01 TEMP-CHANGE-RECORD PIC X(110).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
       05 NOTIF-USERNAME    PIC X(30).
       05 NOTIF-MESSAGE     PIC X(100).
       05 NOTIF-READ-FLAG   PIC X.

WORKING-STORAGE SECTION.
*> The administrators' side of ChangeUsername.cob. On entry, any
*> approved change still marked "R" - a run that was interrupted, or
*> that could not get the update lock - is run again through
*> RenameUsername.cob before anything else. Then the pending requests
*> are listed oldest first; approving one re-checks the new name
*> against the username format policy and accounts.dat (a name can be
*> taken between request and review), marks the row "R" and runs the
*> rename at once; a name that no longer passes is rejected instead.
*> The user is notified either way, under the new name once it has
*> been applied. Decisions go to AdminAudit.cob with the old name as
*> the target; per-file control counts for each run are in
*> data/UsernameChangeControl.txt.
77 WS-UC-STAT       PIC XX VALUE SPACES.
77 WS-TEMP-STAT     PIC XX VALUE SPACES.
77 WS-NOTIF-STAT    PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-EXIT-FLAG     PIC X VALUE "N".
77 WS-CHOICE-RAW    PIC X(4) VALUE SPACES.
77 WS-CHOICE        PIC 9(4) VALUE 0.
77 WS-ANSWER        PIC X(4) VALUE SPACES.
77 WS-LOCK-RESULT   PIC X VALUE SPACE.
77 WS-RECOVER-DAT   PIC X(60) VALUE "data/UsernameChanges.dat".
77 WS-RECOVER-TMP   PIC X(60) VALUE "data/UsernameChanges.tmp".
77 WS-UPDATED       PIC X VALUE "N".
77 WS-FROM-STATUS   PIC X VALUE SPACE.
77 WS-TO-STATUS     PIC X VALUE SPACE.
77 WS-RENAME-RESULT PIC X VALUE SPACE.
77 WS-OLD-USERNAME  PIC X(30) VALUE SPACES.
77 WS-NEW-USERNAME  PIC X(30) VALUE SPACES.
77 WS-NOTIFY-USER   PIC X(30) VALUE SPACES.
77 WS-NOTIFY-TEXT   PIC X(100) VALUE SPACES.
77 I                PIC 9(4) VALUE 0.

77 WS-DS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-OLD-FREE        PIC X VALUE SPACE.
77 WS-NEW-FREE        PIC X VALUE SPACE.
77 WS-DS-ACCOUNT-TYPE PIC X VALUE SPACE.

77 WS-AUDIT-ACTOR     PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION    PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET    PIC X(30) VALUE SPACES.

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

77 WS-QUEUE-COUNT PIC 9(4) VALUE 0.
01 WS-QUEUE-TABLE.
   05 WS-QUEUE-ROW OCCURS 100 TIMES.
       10 WS-Q-OLD    PIC X(30).
       10 WS-Q-NEW    PIC X(30).
       10 WS-Q-DATE   PIC 9(8).
       10 WS-Q-STEP   PIC 9(3).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM RESUME-RUNNING-CHANGES

    MOVE "N" TO WS-EXIT-FLAG
    PERFORM UNTIL WS-EXIT-FLAG = "Y"
        DISPLAY "--- Username Change Requests ---"
        MOVE "P" TO WS-FROM-STATUS
        PERFORM LOAD-QUEUE
        IF WS-QUEUE-COUNT = 0
            DISPLAY "No username changes are waiting for review."
            MOVE "Y" TO WS-EXIT-FLAG
        ELSE
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QUEUE-COUNT
                DISPLAY I ". " FUNCTION TRIM(WS-Q-OLD(I)) " -> "
                    FUNCTION TRIM(WS-Q-NEW(I)) " (asked " WS-Q-DATE(I) ")"
            END-PERFORM
            DISPLAY "Enter the number of a request to review, or 0 to go back:"
            ACCEPT WS-CHOICE-RAW
            IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
                MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
            ELSE
                MOVE 0 TO WS-CHOICE
            END-IF
            IF WS-CHOICE = 0 OR WS-CHOICE > WS-QUEUE-COUNT
                MOVE "Y" TO WS-EXIT-FLAG
            ELSE
                PERFORM REVIEW-REQUEST
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

RESUME-RUNNING-CHANGES.
    MOVE "R" TO WS-FROM-STATUS
    PERFORM LOAD-QUEUE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QUEUE-COUNT
        DISPLAY "Finishing the change from " FUNCTION TRIM(WS-Q-OLD(I))
            " to " FUNCTION TRIM(WS-Q-NEW(I)) " (stopped after step "
            WS-Q-STEP(I) ")..."
        MOVE WS-Q-OLD(I) TO WS-OLD-USERNAME
        MOVE WS-Q-NEW(I) TO WS-NEW-USERNAME
        PERFORM RUN-RENAME
    END-PERFORM.

REVIEW-REQUEST.
    MOVE WS-Q-OLD(WS-CHOICE) TO WS-OLD-USERNAME
    MOVE WS-Q-NEW(WS-CHOICE) TO WS-NEW-USERNAME
    MOVE WS-OLD-USERNAME TO WS-AUDIT-TARGET
    DISPLAY "Change " FUNCTION TRIM(WS-OLD-USERNAME) " to "
        FUNCTION TRIM(WS-NEW-USERNAME) "?"
    DISPLAY "1. Approve and apply now"
    DISPLAY "2. Reject"
    DISPLAY "3. Go back"
    DISPLAY "Enter your choice:"
    ACCEPT WS-ANSWER
    EVALUATE FUNCTION TRIM(WS-ANSWER)
        WHEN "1"
            PERFORM APPROVE-REQUEST
        WHEN "2"
            MOVE "X" TO WS-TO-STATUS
            PERFORM SET-REQUEST-STATUS
            IF WS-UPDATED = "Y"
                PERFORM NOTIFY-REJECTED
                MOVE "USERNAME CHANGE REJECTED" TO WS-AUDIT-ACTION
                CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
                    WS-AUDIT-ACTION WS-AUDIT-TARGET
                DISPLAY "Request rejected."
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

APPROVE-REQUEST.
    *> The request-time checks again, against today's accounts.dat.
    PERFORM VALIDATE-USERNAME-FORMAT
    CALL "DataStore" USING "C" WS-OLD-USERNAME WS-DS-PASSWORD WS-OLD-FREE
        WS-DS-ACCOUNT-TYPE
    CALL "DataStore" USING "C" WS-NEW-USERNAME WS-DS-PASSWORD WS-NEW-FREE
        WS-DS-ACCOUNT-TYPE
    IF WS-USERNAME-VALID = "N" OR WS-NEW-FREE = "N" OR WS-OLD-FREE = "Y"
        IF WS-NEW-FREE = "N"
            DISPLAY "That username has been taken since the request was made."
        END-IF
        IF WS-OLD-FREE = "Y"
            DISPLAY "There is no account named " FUNCTION TRIM(WS-OLD-USERNAME)
                " any more."
        END-IF
        DISPLAY "The request is rejected."
        MOVE "X" TO WS-TO-STATUS
        PERFORM SET-REQUEST-STATUS
        IF WS-UPDATED = "Y"
            PERFORM NOTIFY-REJECTED
            MOVE "USERNAME CHANGE REJECTED" TO WS-AUDIT-ACTION
            CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
                WS-AUDIT-ACTION WS-AUDIT-TARGET
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE "R" TO WS-TO-STATUS
    PERFORM SET-REQUEST-STATUS
    IF WS-UPDATED = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE "USERNAME CHANGE APPROVED" TO WS-AUDIT-ACTION
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
        WS-AUDIT-ACTION WS-AUDIT-TARGET
    DISPLAY "Applying the change. This rewrites every per-user file..."
    PERFORM RUN-RENAME.

RUN-RENAME.
    CALL "RenameUsername" USING WS-OLD-USERNAME WS-NEW-USERNAME
        WS-RENAME-RESULT
    EVALUATE WS-RENAME-RESULT
        WHEN "Y"
            DISPLAY "Done. " FUNCTION TRIM(WS-OLD-USERNAME) " is now "
                FUNCTION TRIM(WS-NEW-USERNAME) "; every file balanced."
            PERFORM NOTIFY-DONE
        WHEN "W"
            DISPLAY "Done. " FUNCTION TRIM(WS-OLD-USERNAME) " is now "
                FUNCTION TRIM(WS-NEW-USERNAME) ", but some files are out "
                "of balance - see data/UsernameChangeControl.txt."
            PERFORM NOTIFY-DONE
        WHEN OTHER
            DISPLAY "The change has not finished. It stays approved and "
                "runs again the next time this queue is opened."
    END-EVALUATE.

LOAD-QUEUE.
    *> Every row in WS-FROM-STATUS, in file order (oldest first).
    MOVE 0 TO WS-QUEUE-COUNT
    MOVE "N" TO WS-EOF
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
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
                IF UC-STATUS = WS-FROM-STATUS AND WS-QUEUE-COUNT < 100
                    ADD 1 TO WS-QUEUE-COUNT
                    MOVE UC-OLD-USERNAME TO WS-Q-OLD(WS-QUEUE-COUNT)
                    MOVE UC-NEW-USERNAME TO WS-Q-NEW(WS-QUEUE-COUNT)
                    MOVE UC-REQUESTED-DATE TO WS-Q-DATE(WS-QUEUE-COUNT)
                    MOVE UC-STEP TO WS-Q-STEP(WS-QUEUE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE UsernameChangesFile.

SET-REQUEST-STATUS.
    *> Usual rebuild-via-temp-file under the shared update lock. Only a
    *> row still pending is changed, so two admins reviewing the same
    *> request cannot both decide it.
    MOVE "N" TO WS-UPDATED
    MOVE "N" TO WS-EOF
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN INPUT UsernameChangesFile
    IF WS-UC-STAT = "35"
        CLOSE UsernameChangesFile
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
        DISPLAY "That request is no longer on file."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempChangesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ UsernameChangesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF UC-OLD-USERNAME = WS-OLD-USERNAME
                    AND UC-NEW-USERNAME = WS-NEW-USERNAME
                    AND UC-STATUS = "P"
                    MOVE WS-TO-STATUS TO UC-STATUS
                    MOVE LNK-USER-NAME TO UC-DECIDED-BY
                    MOVE WS-TODAY TO UC-DECIDED-DATE
                    MOVE 0 TO UC-STEP
                    MOVE "Y" TO WS-UPDATED
                END-IF
                MOVE USERNAME-CHANGE-RECORD TO TEMP-CHANGE-RECORD
                WRITE TEMP-CHANGE-RECORD
        END-READ
    END-PERFORM
    CLOSE UsernameChangesFile
    CLOSE TempChangesFile

    CALL "CBL_DELETE_FILE" USING "data/UsernameChanges.dat"
    CALL "CBL_RENAME_FILE" USING "data/UsernameChanges.tmp"
        "data/UsernameChanges.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT
    IF WS-UPDATED = "N"
        DISPLAY "That request was decided meanwhile. Nothing changed."
    END-IF.

NOTIFY-DONE.
    MOVE WS-NEW-USERNAME TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your username is now " FUNCTION TRIM(WS-NEW-USERNAME)
        ". Use it the next time you sign in."
        DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
    PERFORM WRITE-NOTIFICATION.

NOTIFY-REJECTED.
    MOVE WS-OLD-USERNAME TO WS-NOTIFY-USER
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your request to change your username to "
        FUNCTION TRIM(WS-NEW-USERNAME) " was not approved."
        DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
    PERFORM WRITE-NOTIFICATION.

WRITE-NOTIFICATION.
    OPEN EXTEND NotificationsFile
    IF WS-NOTIF-STAT = "35"
        CLOSE NotificationsFile
        OPEN OUTPUT NotificationsFile
    END-IF
    MOVE SPACES TO NOTIFICATIONS-RECORD
    MOVE WS-NOTIFY-USER TO NOTIF-USERNAME
    MOVE WS-NOTIFY-TEXT TO NOTIF-MESSAGE
    MOVE "N" TO NOTIF-READ-FLAG
    WRITE NOTIFICATIONS-RECORD
    CLOSE NotificationsFile.

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
