        RELATIVE KEY IS WS-REQ-RRN
        FILE STATUS IS WS-REQ-STAT.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT NotificationsFile ASSIGN TO "data/Notifications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL

FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
       05 NOTIF-USERNAME    PIC X(30).
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD TempAppFile.
01 TEMP-APP-RECORD PIC X(148).

FD JobPostingsFile.
01 JOB-POSTING-RECORD.
       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD TempJobFile.
01 TEMP-JOB-RECORD PIC X(486).

WORKING-STORAGE SECTION.
77 WS-RECOVER-NOTIF-DAT PIC X(60) VALUE "data/Notifications.dat".
77 WS-RECOVER-NOTIF-TMP PIC X(60) VALUE "data/Notifications.tmp".
77 WS-RECOVER-RV-DAT PIC X(60) VALUE "data/RecentlyViewed.dat".
77 WS-RECOVER-JOB-TMP PIC X(60) VALUE "data/JobPostings.tmp".
77 WS-CONN-STAT      PIC XX VALUE SPACES.
77 WS-EOF-CONN       PIC X VALUE "N".
77 WS-CONN-SIDE      PIC X VALUE "A".
77 WS-NOTIF-STAT     PIC XX VALUE SPACES.
77 WS-EOF-NOTIF      PIC X VALUE "N".
77 WS-RV-STAT        PIC XX VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

*> An administrator's merge (MergeAccounts.cob) closes the folded-in
*> account through this same path by passing its username as
*> LK-CLOSE-USERNAME; the owner's password prompt and confirmation are
*> skipped, since the admin has already confirmed the merge. Called
*> with the success flag alone, it is the owner's own closure.
77 WS-ADMIN-CLOSE   PIC X VALUE "N".

LINKAGE SECTION.
01 LK-CLOSE-SUCCESS PIC X.
01 LK-CLOSE-USERNAME PIC X(30).

PROCEDURE DIVISION USING LK-CLOSE-SUCCESS LK-CLOSE-USERNAME.
CLOSE-FLOW.
    MOVE "N" TO LK-CLOSE-SUCCESS
    MOVE "N" TO WS-ADMIN-CLOSE
    IF ADDRESS OF LK-CLOSE-USERNAME NOT = NULL
        IF LK-CLOSE-USERNAME NOT = SPACES
            MOVE "Y" TO WS-ADMIN-CLOSE
        END-IF
    END-IF

    *> The purge rewrites JobApplications.dat, JobPostings.dat and
    *> (through PurgeUserRows) the other posting-ID carrying files,
    *> and deletes from the indexed Connections.dat; refuse a directory
    *> stamped for a different layout version before anything is
    *> touched - see SchemaGuard.cob.
    MOVE "JobPostings.dat" TO WS-GUARD-FILE
    MOVE 4 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT = "Y"
        MOVE "JobApplications.dat" TO WS-GUARD-FILE
        MOVE 3 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "Connections.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "SavedJobs.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "InterviewSlots.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "ApplicationDetails.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "PostingReports.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "Scorecards.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "ApplicationThreads.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "Placements.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF

    IF WS-ADMIN-CLOSE = "Y"
        MOVE LK-CLOSE-USERNAME TO WS-USERNAME
    ELSE
        PERFORM CONFIRM-OWNER
        IF WS-OK NOT = "Y"
            GOBACK
        END-IF
    END-IF

    CALL "DataStore" USING "D" WS-USERNAME WS-PASSWORD WS-OK

    PERFORM REMOVE-PROFILE
    PERFORM CANCEL-PENDING-REQUESTS
    *> The purges below share one update-lock window
    *> (UpdateLock.cob), same as PurgeUserRows.cob - a closure racing
    *> a login's CHECK-NOTIFICATIONS rebuild of Notifications.dat
    *> would otherwise lose one side. ProfileStore and PurgeUserRows
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
    END-IF

    IF WS-ADMIN-CLOSE = "Y"
        DISPLAY "Account " FUNCTION TRIM(WS-USERNAME) " has been closed."
    ELSE
        DISPLAY "Your account has been closed."
    END-IF
    MOVE "Y" TO LK-CLOSE-SUCCESS
    GOBACK.

CONFIRM-OWNER.
    DISPLAY "--- Close My Account ---"
    DISPLAY "Enter your username: "
    ACCEPT WS-USERNAME
    DISPLAY "Enter your password: "
    ACCEPT WS-PASSWORD

    CALL "DataStore" USING "V" WS-USERNAME WS-PASSWORD WS-OK
        WS-ACCOUNT-TYPE
    IF WS-OK NOT = "Y"
        DISPLAY "Username or password incorrect. Account not closed."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Are you sure you want to permanently close this account? (Y/N): "
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
        DISPLAY "Account closure cancelled."
        MOVE "N" TO WS-OK
    END-IF.

REMOVE-PROFILE.
    *> Pulls the closed account's profile out of active search results.
    CALL "ProfileStore" USING "D" WS-USERNAME WS-PROFILE-FOUND
    END-IF.

PURGE-CONNECTIONS.
    *> Deletes every connection row involving the closed account
    *> straight off Connections.dat's two user-column keys - the rows
    *> naming them as CONN-USER-A, then as CONN-USER-B - instead of
    *> rebuilding the whole file.
    MOVE 0 TO WS-PURGED-COUNT
    OPEN I-O ConnectionsFile

    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
        OPEN OUTPUT ConnectionsFile
        CLOSE ConnectionsFile
    ELSE
        MOVE "A" TO WS-CONN-SIDE
        PERFORM DELETE-USER-CONNECTION-ROWS
        MOVE "B" TO WS-CONN-SIDE
        PERFORM DELETE-USER-CONNECTION-ROWS
        CLOSE ConnectionsFile
    END-IF.

DELETE-USER-CONNECTION-ROWS.
    *> One side of WS-USERNAME's rows: WS-CONN-SIDE = "A" STARTs on the
    *> CONN-USER-A alternate key, "B" on CONN-USER-B, and deletes each
    *> row read until that column stops matching.
    MOVE "N" TO WS-EOF-CONN
    IF WS-CONN-SIDE = "A"
        MOVE WS-USERNAME TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    ELSE
        MOVE WS-USERNAME TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    END-IF
    PERFORM UNTIL WS-EOF-CONN = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF-CONN
            NOT AT END
                IF (WS-CONN-SIDE = "A" AND CONN-USER-A NOT = WS-USERNAME)
                    OR (WS-CONN-SIDE = "B" AND CONN-USER-B NOT = WS-USERNAME)
                    MOVE "Y" TO WS-EOF-CONN
                ELSE
                    DELETE ConnectionsFile RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO WS-PURGED-COUNT
                    END-DELETE
                END-IF
        END-READ
    END-PERFORM.

PURGE-NOTIFICATIONS.
    MOVE "N" TO WS-EOF-NOTIF
    CALL "RecoverTempFile" USING WS-RECOVER-NOTIF-DAT WS-RECOVER-NOTIF-TMP
