>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DormantAccounts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AccountFile ASSIGN TO "data/accounts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ACC-STAT.
    SELECT SessionLogFile ASSIGN TO "data/SessionLog.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SESSION-STAT.
    SELECT SessionArchiveFile ASSIGN TO WS-ARCHIVE-PATH
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ARCH-STAT.
    SELECT WarningFile ASSIGN TO "data/DormantWarnings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-DW-STAT.
    SELECT TempWarningFile ASSIGN TO "data/DormantWarnings.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ContactCardsFile ASSIGN TO "data/ContactCards.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CC-STAT.
    SELECT NotificationsFile ASSIGN TO "data/Notifications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NOTIF-STAT.
    SELECT OutboundMailFile ASSIGN TO "data/OutboundMail.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAIL-STAT.
    SELECT UsernameChangesFile ASSIGN TO "data/UsernameChanges.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-UC-STAT.
    SELECT ReportFile ASSIGN TO "data/DormantAccountReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD AccountFile.
01 ACCOUNT-RECORD.
   05 ACC-USERNAME PIC X(30).
   05 ACC-SALT PIC X(8).
   05 ACC-PASSWORD-HASH PIC 9(10).
   05 ACC-PASSWORD-CHANGED PIC 9(8).
   05 ACC-ACCOUNT-TYPE PIC X.
   05 ACC-ACTIVE-FLAG PIC X.
   05 ACC-CREATED-DATE PIC 9(8).
   05 ACC-APPROVAL-STATUS PIC X.

FD SessionLogFile.
01 SESSION-LOG-RECORD.
       05 SESSION-USERNAME    PIC X(30).
       05 SESSION-LOGIN-TS    PIC 9(14).
       05 SESSION-LOGOUT-TS   PIC 9(14).
       05 SESSION-CLOSE-REASON PIC X.

FD SessionArchiveFile.
01 SESSION-ARCHIVE-RECORD.
       05 SESSION-ARCH-USERNAME    PIC X(30).
       05 SESSION-ARCH-LOGIN-TS    PIC 9(14).
       05 SESSION-ARCH-LOGOUT-TS   PIC 9(14).
       05 SESSION-ARCH-CLOSE-REASON PIC X.

FD WarningFile.
01 DORMANT-WARNING-RECORD.
       05 DW-USERNAME      PIC X(30).
       05 DW-WARNED-DATE   PIC 9(8).

FD TempWarningFile.
01 TEMP-WARNING-RECORD PIC X(38).

FD ContactCardsFile.
01 CONTACT-CARD-RECORD.
       05 CC-USERNAME PIC X(30).
       05 CC-EMAIL    PIC X(60).
       05 CC-PHONE    PIC X(20).
       05 CC-WEBSITE  PIC X(60).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
       05 NOTIF-USERNAME    PIC X(30).
       05 NOTIF-MESSAGE     PIC X(100).
       05 NOTIF-READ-FLAG   PIC X.

FD OutboundMailFile.
01 OUTBOUND-MAIL-RECORD.
       05 OM-QUEUED-TS    PIC 9(14).
       05 OM-USERNAME     PIC X(30).
       05 OM-CHANNEL      PIC X(01).
       05 OM-ADDRESS      PIC X(60).
       05 OM-SUBJECT      PIC X(40).
       05 OM-BODY         PIC X(100).

FD UsernameChangesFile.
01 USERNAME-CHANGE-RECORD.
       05 UC-OLD-USERNAME   PIC X(30).
       05 UC-NEW-USERNAME   PIC X(30).
       05 UC-REQUESTED-DATE PIC 9(8).
       05 UC-STATUS         PIC X(01).
       05 UC-DECIDED-BY     PIC X(30).
       05 UC-DECIDED-DATE   PIC 9(8).
       05 UC-STEP           PIC 9(3).

FD ReportFile.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Monthly dormant-account sweep. An account's last sign-in is the
*> latest SESSION-LOGIN-TS for it in data/SessionLog.dat and in the
*> monthly SessionLog-archive-YYYYMM.dat files ArchiveOldRecords.cob
*> rolls old rows out to - every archive month back to the cutoff is
*> read, since a row is archived in a month at or after its login.
*> An account never seen signing in counts from ACC-CREATED-DATE.
*>
*> An active student or employer account with no sign-in for
*> WS-DORMANT-DAYS days (DORMANT-AFTER-DAYS system parameter, default
*> 365) is warned: a notification, plus a row in data/OutboundMail.dat
*> when its ContactCards.dat card has an e-mail address. The warning
*> date is kept in data/DormantWarnings.dat. If there is still no
*> sign-in WS-GRACE-DAYS days after the warning (DORMANT-GRACE-DAYS,
*> default 30), the account is closed through DataStore "D" - the same
*> flag CloseAccount.cob sets, so AccountReactivation.cob can bring it
*> back - and an AdminAudit.dat row records it. A sign-in after the
*> warning clears it. Admin and career-services accounts, and
*> employers still waiting on approval, are never touched.
*>
*> The warnings and closures of each run are listed in
*> data/DormantAccountReport.txt. NightlyBatch runs this step at month
*> end, ahead of the notification digest.
77 WS-ACC-STAT      PIC XX VALUE SPACES.
77 WS-SESSION-STAT  PIC XX VALUE SPACES.
77 WS-ARCH-STAT     PIC XX VALUE SPACES.
77 WS-DW-STAT       PIC XX VALUE SPACES.
77 WS-CC-STAT       PIC XX VALUE SPACES.
77 WS-NOTIF-STAT    PIC XX VALUE SPACES.
77 WS-MAIL-STAT     PIC XX VALUE SPACES.
77 WS-REPORT-STAT   PIC XX VALUE SPACES.
77 WS-UC-STAT       PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-LOCK-RESULT   PIC X VALUE SPACE.
77 WS-RECOVER-DAT   PIC X(60) VALUE "data/DormantWarnings.dat".
77 WS-RECOVER-TMP   PIC X(60) VALUE "data/DormantWarnings.tmp".
77 WS-ARCHIVE-PATH  PIC X(60) VALUE SPACES.

77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-TODAY-INT     PIC 9(8) VALUE 0.
01 WS-NOW-TIME.
   05 WS-NOW-HHMMSS PIC 9(6).
   05 WS-NOW-CC     PIC 99.
77 WS-NOW-TS        PIC 9(14) VALUE 0.
77 WS-CUTOFF-DATE   PIC 9(8) VALUE 0.
77 WS-CLOSE-DATE    PIC 9(8) VALUE 0.
77 WS-SCAN-MONTH    PIC 9(6) VALUE 0.
77 WS-LOGIN-DATE    PIC 9(8) VALUE 0.
77 WS-SEEN-DATE     PIC 9(8) VALUE 0.
77 WS-SEEN-SHOW     PIC X(8) VALUE SPACES.
77 WS-DORMANT-DAYS  PIC 9(4) VALUE 365.
77 WS-GRACE-DAYS    PIC 9(4) VALUE 30.
*> WS-DORMANT-DAYS and WS-GRACE-DAYS are loaded from the
*> DORMANT-AFTER-DAYS and DORMANT-GRACE-DAYS system parameters
*> (SystemParam.cob) before use; the VALUEs are their defaults.
77 WS-PARAM-NAME  PIC X(30) VALUE SPACES.
77 WS-PARAM-VALUE PIC 9(9) VALUE 0.
77 I                PIC 9(4) VALUE 0.
77 WS-FIND-USER     PIC X(30) VALUE SPACES.
77 WS-FIND-IDX      PIC 9(4) VALUE 0.

*> Completed renames ("D" rows of data/UsernameChanges.dat) in file
*> order, so sign-ins and warnings recorded under an account's old
*> username - the archived session logs are never rewritten - still
*> count for it. Applying them in order follows a name changed more
*> than once. Only rows dated on or before the rename follow it: a
*> retired name can be signed up for again, and what is logged under
*> it afterwards belongs to the new holder.
77 WS-REN-COUNT     PIC 9(4) VALUE 0.
77 WS-REN-IDX       PIC 9(4) VALUE 0.
77 WS-MAP-DATE      PIC 9(8) VALUE 0.
01 WS-RENAME-TABLE.
    05 WS-REN-ROW OCCURS 1000 TIMES.
        10 WS-REN-OLD  PIC X(30).
        10 WS-REN-NEW  PIC X(30).
        10 WS-REN-DATE PIC 9(8).

*> Accounts the sweep may act on. WS-A-ACTION is what this run did:
*> "W" warned, "D" deactivated, "P" warned earlier and still inside
*> the grace period, "X" closure refused by DataStore, space nothing.
77 WS-ACCT-COUNT    PIC 9(4) VALUE 0.
77 WS-SKIPPED       PIC 9(6) VALUE 0.
01 WS-ACCOUNT-TABLE.
    05 WS-ACCT-ROW OCCURS 2000 TIMES.
        10 WS-A-USERNAME   PIC X(30).
        10 WS-A-TYPE       PIC X.
        10 WS-A-CREATED    PIC 9(8).
        10 WS-A-LAST-LOGIN PIC 9(8).
        10 WS-A-WARNED     PIC 9(8).
        10 WS-A-ACTION     PIC X.
77 WS-WARNED-COUNT  PIC 9(6) VALUE 0.
77 WS-CLOSED-COUNT  PIC 9(6) VALUE 0.
77 WS-PENDING-COUNT PIC 9(6) VALUE 0.
77 WS-FAILED-COUNT  PIC 9(6) VALUE 0.

*> Warning text and delivery.
77 WS-EMAIL         PIC X(60) VALUE SPACES.
77 WS-DAYS-SHOW     PIC ZZZ9.
77 WS-NEW-MESSAGE   PIC X(100) VALUE SPACES.
77 WS-SECTION       PIC X VALUE SPACE.
77 WS-SECTION-ROWS  PIC 9(6) VALUE 0.

*> DataStore.cob parameters for the closure.
77 WS-DS-PASSWORD   PIC X(20) VALUE SPACES.
77 WS-DS-RESULT     PIC X VALUE SPACE.
77 WS-DS-TYPE       PIC X VALUE SPACE.

77 WS-AUDIT-ACTOR   PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION  PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET  PIC X(30) VALUE SPACES.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    MOVE 0 TO WS-ACCT-COUNT
    MOVE 0 TO WS-SKIPPED
    MOVE 0 TO WS-WARNED-COUNT
    MOVE 0 TO WS-CLOSED-COUNT
    MOVE 0 TO WS-PENDING-COUNT
    MOVE 0 TO WS-FAILED-COUNT
    DISPLAY "=== Dormant Account Sweep ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME
    COMPUTE WS-NOW-TS = WS-TODAY * 1000000 + WS-NOW-HHMMSS
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

    MOVE "DORMANT-AFTER-DAYS" TO WS-PARAM-NAME
    MOVE WS-DORMANT-DAYS TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-DORMANT-DAYS
    MOVE "DORMANT-GRACE-DAYS" TO WS-PARAM-NAME
    MOVE WS-GRACE-DAYS TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-GRACE-DAYS
    COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - WS-DORMANT-DAYS)

    PERFORM LOAD-ACCOUNTS
    PERFORM LOAD-RENAMES
    PERFORM LOAD-WARNINGS
    PERFORM LOAD-CURRENT-SESSIONS
    MOVE WS-CUTOFF-DATE(1:6) TO WS-SCAN-MONTH
    PERFORM UNTIL WS-SCAN-MONTH > WS-TODAY(1:6)
        PERFORM LOAD-ARCHIVED-SESSIONS
        IF WS-SCAN-MONTH(5:2) = "12"
            ADD 89 TO WS-SCAN-MONTH
        ELSE
            ADD 1 TO WS-SCAN-MONTH
        END-IF
    END-PERFORM

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACCT-COUNT
        PERFORM CHECK-ACCOUNT
    END-PERFORM

    PERFORM SAVE-WARNINGS
    PERFORM WRITE-REPORT

    DISPLAY WS-WARNED-COUNT " account(s) warned, " WS-CLOSED-COUNT
        " deactivated, " WS-PENDING-COUNT
        " waiting out the grace period."
    DISPLAY "See data/DormantAccountReport.txt."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

LOAD-ACCOUNTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT AccountFile
    IF WS-ACC-STAT = "35"
        CLOSE AccountFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ AccountFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF ACC-ACTIVE-FLAG NOT = "N"
                    AND ACC-ACCOUNT-TYPE NOT = "A"
                    AND ACC-ACCOUNT-TYPE NOT = "C"
                    AND ACC-APPROVAL-STATUS NOT = "P"
                    IF WS-ACCT-COUNT < 2000
                        ADD 1 TO WS-ACCT-COUNT
                        MOVE ACC-USERNAME TO WS-A-USERNAME(WS-ACCT-COUNT)
                        MOVE ACC-ACCOUNT-TYPE TO WS-A-TYPE(WS-ACCT-COUNT)
                        MOVE ACC-CREATED-DATE TO WS-A-CREATED(WS-ACCT-COUNT)
                        MOVE 0 TO WS-A-LAST-LOGIN(WS-ACCT-COUNT)
                        MOVE 0 TO WS-A-WARNED(WS-ACCT-COUNT)
                        MOVE SPACE TO WS-A-ACTION(WS-ACCT-COUNT)
                    ELSE
                        ADD 1 TO WS-SKIPPED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AccountFile.

LOAD-RENAMES.
    MOVE 0 TO WS-REN-COUNT
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
                ADD 1 TO WS-BS-READ
                IF UC-STATUS = "D" AND WS-REN-COUNT < 1000
                    ADD 1 TO WS-REN-COUNT
                    MOVE UC-OLD-USERNAME TO WS-REN-OLD(WS-REN-COUNT)
                    MOVE UC-NEW-USERNAME TO WS-REN-NEW(WS-REN-COUNT)
                    MOVE UC-DECIDED-DATE TO WS-REN-DATE(WS-REN-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE UsernameChangesFile.

MAP-RENAMED-USER.
    *> WS-FIND-USER, as recorded on WS-MAP-DATE, becomes the
    *> account's current username.
    PERFORM VARYING WS-REN-IDX FROM 1 BY 1
        UNTIL WS-REN-IDX > WS-REN-COUNT
        IF WS-REN-OLD(WS-REN-IDX) = WS-FIND-USER
            AND WS-MAP-DATE <= WS-REN-DATE(WS-REN-IDX)
            MOVE WS-REN-NEW(WS-REN-IDX) TO WS-FIND-USER
        END-IF
    END-PERFORM.

LOAD-WARNINGS.
    *> Warnings for accounts no longer in the table - closed since or
    *> now staff - are simply not carried forward; one filed under a
    *> name since changed follows the rename.
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT WarningFile
    IF WS-DW-STAT = "35"
        CLOSE WarningFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ WarningFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE DW-USERNAME TO WS-FIND-USER
                MOVE DW-WARNED-DATE TO WS-MAP-DATE
                PERFORM MAP-RENAMED-USER
                PERFORM FIND-ACCOUNT
                IF WS-FIND-IDX > 0
                    MOVE DW-WARNED-DATE TO WS-A-WARNED(WS-FIND-IDX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE WarningFile.

LOAD-CURRENT-SESSIONS.
    MOVE "N" TO WS-EOF
    OPEN INPUT SessionLogFile
    IF WS-SESSION-STAT = "35"
        CLOSE SessionLogFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SessionLogFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE SESSION-USERNAME TO WS-FIND-USER
                MOVE SESSION-LOGIN-TS(1:8) TO WS-LOGIN-DATE
                PERFORM NOTE-LOGIN
        END-READ
    END-PERFORM
    CLOSE SessionLogFile.

LOAD-ARCHIVED-SESSIONS.
    MOVE SPACES TO WS-ARCHIVE-PATH
    STRING "data/SessionLog-archive-" WS-SCAN-MONTH ".dat"
        DELIMITED BY SIZE INTO WS-ARCHIVE-PATH
    MOVE "N" TO WS-EOF
    OPEN INPUT SessionArchiveFile
    IF WS-ARCH-STAT = "35"
        CLOSE SessionArchiveFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SessionArchiveFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE SESSION-ARCH-USERNAME TO WS-FIND-USER
                MOVE SESSION-ARCH-LOGIN-TS(1:8) TO WS-LOGIN-DATE
                PERFORM NOTE-LOGIN
        END-READ
    END-PERFORM
    CLOSE SessionArchiveFile.

NOTE-LOGIN.
    MOVE WS-LOGIN-DATE TO WS-MAP-DATE
    PERFORM MAP-RENAMED-USER
    PERFORM FIND-ACCOUNT
    IF WS-FIND-IDX > 0
        IF WS-LOGIN-DATE > WS-A-LAST-LOGIN(WS-FIND-IDX)
            MOVE WS-LOGIN-DATE TO WS-A-LAST-LOGIN(WS-FIND-IDX)
        END-IF
    END-IF.

FIND-ACCOUNT.
    MOVE 0 TO WS-FIND-IDX
    PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
        UNTIL WS-FIND-IDX > WS-ACCT-COUNT
        IF WS-A-USERNAME(WS-FIND-IDX) = WS-FIND-USER
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-FIND-IDX > WS-ACCT-COUNT
        MOVE 0 TO WS-FIND-IDX
    END-IF.

CHECK-ACCOUNT.
    *> Last seen: the later of the last sign-in and the account's
    *> creation.
    MOVE WS-A-LAST-LOGIN(I) TO WS-SEEN-DATE
    IF WS-A-CREATED(I) > WS-SEEN-DATE
        MOVE WS-A-CREATED(I) TO WS-SEEN-DATE
    END-IF

    *> Signed in since the warning - it no longer applies.
    IF WS-A-WARNED(I) NOT = 0 AND WS-SEEN-DATE >= WS-A-WARNED(I)
        MOVE 0 TO WS-A-WARNED(I)
    END-IF

    IF WS-SEEN-DATE >= WS-CUTOFF-DATE
        MOVE 0 TO WS-A-WARNED(I)
        EXIT PARAGRAPH
    END-IF

    IF WS-A-WARNED(I) = 0
        PERFORM WARN-ACCOUNT
        EXIT PARAGRAPH
    END-IF

    IF WS-TODAY-INT >= FUNCTION INTEGER-OF-DATE(WS-A-WARNED(I))
        + WS-GRACE-DAYS
        PERFORM DEACTIVATE-ACCOUNT
    ELSE
        MOVE "P" TO WS-A-ACTION(I)
        ADD 1 TO WS-PENDING-COUNT
    END-IF.

WARN-ACCOUNT.
    MOVE WS-TODAY TO WS-A-WARNED(I)
    MOVE "W" TO WS-A-ACTION(I)
    ADD 1 TO WS-WARNED-COUNT
    COMPUTE WS-CLOSE-DATE = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT + WS-GRACE-DAYS)
    MOVE WS-DORMANT-DAYS TO WS-DAYS-SHOW

    *> Account notices go out whatever the user's NotifyPref settings -
    *> there is no category to turn them off, as with sign-in codes.
    MOVE SPACES TO WS-NEW-MESSAGE
    STRING "No sign-in for over " FUNCTION TRIM(WS-DAYS-SHOW)
        " days - sign in by " WS-CLOSE-DATE(1:4) "-" WS-CLOSE-DATE(5:2)
        "-" WS-CLOSE-DATE(7:2) " to keep your account open."
        DELIMITED BY SIZE INTO WS-NEW-MESSAGE
    OPEN EXTEND NotificationsFile
    IF WS-NOTIF-STAT = "35"
        CLOSE NotificationsFile
        OPEN OUTPUT NotificationsFile
    END-IF
    MOVE SPACES TO NOTIFICATIONS-RECORD
    MOVE WS-A-USERNAME(I) TO NOTIF-USERNAME
    MOVE WS-NEW-MESSAGE TO NOTIF-MESSAGE
    MOVE "N" TO NOTIF-READ-FLAG
    WRITE NOTIFICATIONS-RECORD
    ADD 1 TO WS-BS-WRITTEN
    CLOSE NotificationsFile

    PERFORM FIND-EMAIL
    IF WS-EMAIL = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND OutboundMailFile
    IF WS-MAIL-STAT = "35"
        CLOSE OutboundMailFile
        OPEN OUTPUT OutboundMailFile
    END-IF
    MOVE SPACES TO OUTBOUND-MAIL-RECORD
    MOVE WS-NOW-TS TO OM-QUEUED-TS
    MOVE WS-A-USERNAME(I) TO OM-USERNAME
    MOVE "E" TO OM-CHANNEL
    MOVE WS-EMAIL TO OM-ADDRESS
    MOVE "Your InCollege account will be closed" TO OM-SUBJECT
    STRING "We have not seen you on InCollege in over "
        FUNCTION TRIM(WS-DAYS-SHOW) " days. Sign in by "
        WS-CLOSE-DATE(1:4) "-" WS-CLOSE-DATE(5:2) "-" WS-CLOSE-DATE(7:2)
        " to keep it open." DELIMITED BY SIZE INTO OM-BODY
    WRITE OUTBOUND-MAIL-RECORD
    ADD 1 TO WS-BS-WRITTEN
    CLOSE OutboundMailFile.

FIND-EMAIL.
    MOVE SPACES TO WS-EMAIL
    MOVE "N" TO WS-EOF
    OPEN INPUT ContactCardsFile
    IF WS-CC-STAT = "35"
        CLOSE ContactCardsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ContactCardsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CC-USERNAME = WS-A-USERNAME(I)
                    MOVE CC-EMAIL TO WS-EMAIL
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ContactCardsFile.

DEACTIVATE-ACCOUNT.
    MOVE SPACES TO WS-DS-PASSWORD
    MOVE SPACE TO WS-DS-TYPE
    CALL "DataStore" USING "D" WS-A-USERNAME(I) WS-DS-PASSWORD
        WS-DS-RESULT WS-DS-TYPE
    IF WS-DS-RESULT NOT = "Y"
        *> Kept warned, so next month's run tries again.
        MOVE "X" TO WS-A-ACTION(I)
        ADD 1 TO WS-FAILED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE "D" TO WS-A-ACTION(I)
    MOVE 0 TO WS-A-WARNED(I)
    ADD 1 TO WS-CLOSED-COUNT
    MOVE "DORMANT ACCOUNT CLOSED" TO WS-AUDIT-ACTION
    MOVE WS-A-USERNAME(I) TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET.

SAVE-WARNINGS.
    *> Rewritten whole from the table - rows whose warning stands.
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    OPEN OUTPUT TempWarningFile
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACCT-COUNT
        IF WS-A-WARNED(I) NOT = 0
            MOVE SPACES TO DORMANT-WARNING-RECORD
            MOVE WS-A-USERNAME(I) TO DW-USERNAME
            MOVE WS-A-WARNED(I) TO DW-WARNED-DATE
            MOVE DORMANT-WARNING-RECORD TO TEMP-WARNING-RECORD
            WRITE TEMP-WARNING-RECORD
            ADD 1 TO WS-BS-WRITTEN
        END-IF
    END-PERFORM
    CLOSE TempWarningFile
    CALL "CBL_DELETE_FILE" USING "data/DormantWarnings.dat"
    CALL "CBL_RENAME_FILE" USING "data/DormantWarnings.tmp"
        "data/DormantWarnings.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

WRITE-REPORT.
    OPEN OUTPUT ReportFile
    MOVE SPACES TO REPORT-LINE
    MOVE WS-DORMANT-DAYS TO WS-DAYS-SHOW
    STRING "Dormant account sweep " WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
        WS-TODAY(7:2) " - no sign-in since " WS-CUTOFF-DATE(1:4) "-"
        WS-CUTOFF-DATE(5:2) "-" WS-CUTOFF-DATE(7:2) " ("
        FUNCTION TRIM(WS-DAYS-SHOW) " days)" DELIMITED BY SIZE
        INTO REPORT-LINE
    PERFORM WRITE-LINE
    STRING "Warned: " WS-WARNED-COUNT "  Deactivated: " WS-CLOSED-COUNT
        "  In grace period: " WS-PENDING-COUNT "  Could not close: "
        WS-FAILED-COUNT DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE
    IF WS-SKIPPED > 0
        STRING "  " WS-SKIPPED " account(s) past the first 2000 "
            "were not checked." DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM WRITE-LINE
    END-IF

    MOVE "W" TO WS-SECTION
    MOVE "Warned this run (username, type, last activity found):" TO REPORT-LINE
    PERFORM WRITE-SECTION
    MOVE "D" TO WS-SECTION
    MOVE "Deactivated this run (username, type, last activity found):"
        TO REPORT-LINE
    PERFORM WRITE-SECTION
    MOVE "P" TO WS-SECTION
    MOVE "Warned earlier, still in the grace period (username, type, last activity found, warned):"
        TO REPORT-LINE
    PERFORM WRITE-SECTION
    MOVE "X" TO WS-SECTION
    MOVE "Due for deactivation but could not be closed (username, type, last activity found):"
        TO REPORT-LINE
    PERFORM WRITE-SECTION
    CLOSE ReportFile.

WRITE-SECTION.
    PERFORM WRITE-LINE
    MOVE 0 TO WS-SECTION-ROWS
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACCT-COUNT
        IF WS-A-ACTION(I) = WS-SECTION
            ADD 1 TO WS-SECTION-ROWS
            MOVE WS-A-LAST-LOGIN(I) TO WS-SEEN-DATE
            IF WS-A-CREATED(I) > WS-SEEN-DATE
                MOVE WS-A-CREATED(I) TO WS-SEEN-DATE
            END-IF
            IF WS-SEEN-DATE = 0
                MOVE "never" TO WS-SEEN-SHOW
            ELSE
                MOVE WS-SEEN-DATE TO WS-SEEN-SHOW
            END-IF
            IF WS-SECTION = "P"
                STRING "  " WS-A-USERNAME(I) " " WS-A-TYPE(I) " "
                    WS-SEEN-SHOW " " WS-A-WARNED(I)
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING "  " WS-A-USERNAME(I) " " WS-A-TYPE(I) " "
                    WS-SEEN-SHOW DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
            PERFORM WRITE-LINE
        END-IF
    END-PERFORM
    IF WS-SECTION-ROWS = 0
        MOVE "  (none)" TO REPORT-LINE
        PERFORM WRITE-LINE
    END-IF.

WRITE-LINE.
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO REPORT-LINE.

END PROGRAM DormantAccounts.
