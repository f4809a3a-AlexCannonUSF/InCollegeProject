77 WS-MSG-STAT     PIC XX VALUE SPACES.
77 WS-EOF-MSG      PIC X VALUE "N".
77 WS-UNREAD-MSGS  PIC 9(4) VALUE 0.
77 WS-THREAD-MODE  PIC X VALUE SPACE.
77 WS-THREAD-UNREAD PIC 9(4) VALUE 0.
77 WS-THREAD-KEY-USER    PIC X(30) VALUE SPACES.
77 WS-THREAD-KEY-TITLE   PIC X(50) VALUE SPACES.
77 WS-THREAD-KEY-COMPANY PIC X(50) VALUE SPACES.
77 WS-THREAD-KEY-DATE    PIC 9(8) VALUE 0.
77 WS-THREAD-KEY-ID      PIC 9(9) VALUE 0.
77 WS-AUDIT-ACTION PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET PIC X(30) VALUE SPACES.
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.
77 WS-COMPLETE-PERCENT PIC 9(3) VALUE 0.
77 WS-TOP-MISSING  PIC X(30) VALUE SPACES.
77 WS-LOCK-RESULT  PIC X VALUE SPACE.
*> Passed to SkillMenu.cob as its starting lesson - 0 shows its menu.
77 WS-SKILL-MENU-START PIC 9 VALUE 0.

*> Every student/employer menu selection lands in FeatureUsage.dat
*> (user, menu, option, timestamp) so FeatureUsageReport.cob can
77 WS-DS-ACCOUNT-TYPE  PIC X VALUE SPACE.
77 WS-DS-FOUND         PIC X VALUE "N".

*> MaintenanceMode.cob parameters. A student or employer session
*> that was already open when maintenance started is warned once, at
*> its next menu choice; WS-MM-WARNED resets when the flag clears so
*> a later window warns again.
77 WS-MM-FUNCTION  PIC X VALUE SPACE.
77 WS-MM-ACTIVE    PIC X VALUE "N".
77 WS-MM-MESSAGE   PIC X(100) VALUE SPACES.
77 WS-MM-END-DATE  PIC 9(8) VALUE 0.
77 WS-MM-END-TIME  PIC 9(4) VALUE 0.
77 WS-MM-SET-BY    PIC X(30) VALUE SPACES.
77 WS-MM-NOTICE    PIC X(200) VALUE SPACES.
77 WS-MM-WARNED    PIC X VALUE "N".

77 WS-PROFILE-FOUND PIC X VALUE "N".
01 WS-PROFILE-RECORD.
    05 WS-NAME        PIC X(50).
MAIN.
    MOVE 'N' TO EXIT-FLAG
    MOVE 0   TO USER-CHOICE
    MOVE "N" TO WS-MM-WARNED

    MOVE SPACES TO WS-IO-BUFFER
    STRING "Welcome, " FUNCTION TRIM(LNK-USER-NAME) "!"
            CALL "CareerServicesMenu" USING LNK-USER-NAME
            PERFORM RECORD-LOGOUT
        WHEN OTHER
            *> Students also get a one-line count of what their network
            *> has been doing; the feed itself is menu option 29.
            CALL "ActivityFeed" USING LNK-USER-NAME "B"
            CALL "PlacementSurvey" USING LNK-USER-NAME
            CALL "SuggestConnections" USING LNK-USER-NAME
            PERFORM STUDENT-MAIN-LOOP
    END-EVALUATE
        PERFORM SHOW-LINE
        MOVE "S" TO WS-FU-MENU
        PERFORM RECORD-FEATURE-USAGE
        PERFORM CHECK-MAINTENANCE

        EVALUATE USER-CHOICE
            WHEN 1
                    *> the score plus the single most useful item to
                    *> add, from the same record just loaded.
                    CALL "ProfileCompleteness" USING WS-PROFILE-RECORD
                        WS-COMPLETE-PERCENT WS-TOP-MISSING LNK-USER-NAME
                    MOVE SPACES TO WS-IO-BUFFER
                    STRING "Your profile is " WS-COMPLETE-PERCENT
                        "% complete."
            WHEN 5
                CALL "ViewRequests" USING LNK-USER-NAME
            WHEN 6
                CALL "SkillMenu" USING LNK-USER-NAME WS-SKILL-MENU-START
            WHEN 7
                CALL "ViewConnections" USING LNK-USER-NAME
            WHEN 8
            WHEN 27
                CALL "ContactCard" USING LNK-USER-NAME
            WHEN 28
                CALL "Groups" USING LNK-USER-NAME
            WHEN 29
                CALL "ActivityFeed" USING LNK-USER-NAME "F"
            WHEN 30
                CALL "MyAgenda" USING LNK-USER-NAME
            WHEN 31
                CALL "ReviewCompany" USING LNK-USER-NAME
            WHEN 32
                CALL "SignInSecurity" USING LNK-USER-NAME
            WHEN 33
                CALL "SupportTickets" USING LNK-USER-NAME
            WHEN 34
                CALL "ChangeUsername" USING LNK-USER-NAME
            WHEN 35
                CALL "Projects" USING LNK-USER-NAME
            WHEN 36
                MOVE 'Y' TO EXIT-FLAG
                PERFORM RECORD-LOGOUT
            WHEN OTHER
        PERFORM SHOW-LINE
        MOVE "E" TO WS-FU-MENU
        PERFORM RECORD-FEATURE-USAGE
        PERFORM CHECK-MAINTENANCE

        EVALUATE USER-CHOICE
            WHEN 1
            WHEN 11
                CALL "ChangePassword" USING LNK-USER-NAME
            WHEN 12
                CALL "MyAgenda" USING LNK-USER-NAME
            WHEN 13
                CALL "VerifyCertificate"
            WHEN 14
                CALL "CompanyReviewFlags" USING LNK-USER-NAME
            WHEN 15
                CALL "SignInSecurity" USING LNK-USER-NAME
            WHEN 16
                CALL "SupportTickets" USING LNK-USER-NAME
            WHEN 17
                CALL "ChangeUsername" USING LNK-USER-NAME
            WHEN 18
                CALL "Shortlists" USING LNK-USER-NAME
            WHEN 19
                MOVE 'Y' TO EXIT-FLAG
                PERFORM RECORD-LOGOUT
            WHEN OTHER
    WRITE FEATURE-USAGE-RECORD
    CLOSE FeatureUsageFile.

CHECK-MAINTENANCE.
    MOVE "Q" TO WS-MM-FUNCTION
    CALL "MaintenanceMode" USING WS-MM-FUNCTION WS-MM-ACTIVE
        WS-MM-MESSAGE WS-MM-END-DATE WS-MM-END-TIME WS-MM-SET-BY
        WS-MM-NOTICE
    IF WS-MM-ACTIVE NOT = "Y"
        MOVE "N" TO WS-MM-WARNED
        EXIT PARAGRAPH
    END-IF
    IF WS-MM-WARNED = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-MM-WARNED
    MOVE WS-MM-NOTICE TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE SPACES TO WS-IO-BUFFER
    STRING "Please finish what you are doing and log out - changes "
        "made during maintenance may be lost." DELIMITED BY SIZE
        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE.

ADMIN-MAIN-LOOP.
    *> The approval queues, reports, and batch kickoff used to be
    *> standalone programs anyone at a terminal could run; they now
    MOVE SPACES TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "S" LNK-USER-NAME WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    *> Every admin action leaves an AdminAudit.dat row; while that
    *> trail cannot take new rows the admin menu stays closed.
    MOVE "AdminAudit.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        MOVE SPACES TO WS-IO-BUFFER
        STRING "Admin functions are unavailable until the admin audit "
            "trail is brought up to date." INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
        MOVE 'Y' TO EXIT-FLAG
        PERFORM RECORD-LOGOUT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EXIT-FLAG = 'Y'
        PERFORM DISPLAY-ADMIN-MENU
        CALL "ScriptedIO" USING "R" WS-IO-BUFFER
            WHEN 1
                CALL "EmployerApprovalQueue"
            WHEN 2
                CALL "ModerationQueue"
            WHEN 3
                CALL "ReactivationQueue"
            WHEN 4
                CALL "AdminReport"
            WHEN 5
                CALL "NightlyBatch"
            WHEN 6
                CALL "AdminAuditReport"
            WHEN 7
                CALL "Announce"
            WHEN 8
                CALL "ArchiveReader"
            WHEN 9
                CALL "RestoreDataFiles"
            WHEN 10
                CALL "JobMarketTrendReport"
            WHEN 11
                CALL "ChangePassword" USING LNK-USER-NAME
            WHEN 12
                CALL "CompanyPlans"
            WHEN 13
                CALL "VerifyCertificate"
            WHEN 14
                CALL "HelpDeskLookup" USING LNK-USER-NAME
            WHEN 15
                CALL "TicketQueue" USING LNK-USER-NAME
            WHEN 16
                CALL "MergeAccounts" USING LNK-USER-NAME
            WHEN 17
                CALL "UsernameChangeQueue" USING LNK-USER-NAME
            WHEN 18
                CALL "CompanyMaster" USING LNK-USER-NAME
            WHEN 19
                CALL "EndorsementReview" USING LNK-USER-NAME
            WHEN 20
                CALL "SystemParameters" USING LNK-USER-NAME
            WHEN 21
                CALL "MaintenanceWindow" USING LNK-USER-NAME
            WHEN 22
                CALL "TermsMaintenance" USING LNK-USER-NAME
            WHEN 23
                MOVE 'Y' TO EXIT-FLAG
                PERFORM RECORD-LOGOUT
            WHEN OTHER
DISPLAY-ADMIN-MENU.
    MOVE "1. Employer approval queue" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "2. Moderation queue" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "3. Account reactivation queue" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "4. Admin report" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "5. Run the nightly batch" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "6. Administrative audit trail" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "7. Send an announcement" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "8. Read archived logs" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "9. Restore from a backup set" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "10. Job-market trend report" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "11. Change my password" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "12. Company posting plans and credits" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "13. Verify a skill certificate" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "14. Help-desk account lookup" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "15. Support ticket queue" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "16. Duplicate accounts and merge" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "17. Username change requests" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "18. Company names" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "19. Endorsement review" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "20. System parameters" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "21. Maintenance mode" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "22. Terms of use" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "23. Logout" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "Enter your choice:" TO WS-IO-BUFFER
    PERFORM SHOW-LINE.
            "Open Messages from the menu to read them."
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-IF

    *> Application threads (ApplicationThread.cob) are counted for
    *> both sides: team replies on the caller's own applications, and
    *> applicant messages on postings the caller's company team owns.
    MOVE "U" TO WS-THREAD-MODE
    CALL "ApplicationThread" USING LNK-USER-NAME WS-THREAD-KEY-USER
        WS-THREAD-KEY-TITLE WS-THREAD-KEY-COMPANY WS-THREAD-KEY-DATE
        WS-THREAD-KEY-ID WS-THREAD-MODE WS-THREAD-UNREAD
    IF WS-THREAD-UNREAD > 0
        MOVE SPACES TO WS-IO-BUFFER
        STRING "You have " WS-THREAD-UNREAD " unread application "
            "message(s). Open the application to read them."
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-IF.

COUNT-UNREAD-MESSAGES.
    PERFORM SHOW-LINE
    MOVE "27. My contact card" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "28. Student groups" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "29. Network activity" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "30. My agenda" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "31. Review a company" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "32. Sign-in verification code" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "33. Help and support" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "34. Change my username" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "35. My projects" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "36. Logout" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "Enter your choice:" TO WS-IO-BUFFER
    PERFORM SHOW-LINE.
    PERFORM SHOW-LINE
    MOVE "11. Change my password" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "12. My agenda" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "13. Verify a skill certificate" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "14. Reviews of my company" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "15. Sign-in verification code" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "16. Help and support" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "17. Change my username" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "18. Candidate shortlists" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "19. Logout" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "Enter your choice:" TO WS-IO-BUFFER
    PERFORM SHOW-LINE.
