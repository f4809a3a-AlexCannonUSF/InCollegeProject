    05 FILLER     PIC X(56).
77 WS-SIZE-DISPLAY PIC 9(18) VALUE 0.

77 WS-FILE-TOTAL PIC 9(4) VALUE 83.
01 WS-FILE-NAMES.
    05 FILLER PIC X(30) VALUE "accounts.dat".
    05 FILLER PIC X(30) VALUE "profiles.dat".
    05 FILLER PIC X(30) VALUE "Connections.dat".
    *> Connections.dat is indexed; a file handler that keeps the data
    *> and the index apart writes these two alongside (or instead of)
    *> it, and whichever of the three exist are copied.
    05 FILLER PIC X(30) VALUE "Connections.dat.dat".
    05 FILLER PIC X(30) VALUE "Connections.dat.idx".
    05 FILLER PIC X(30) VALUE "PendingRequests.dat".
    05 FILLER PIC X(30) VALUE "JobPostings.dat".
    05 FILLER PIC X(30) VALUE "JobApplications.dat".
    05 FILLER PIC X(30) VALUE "SchemaVersions.dat".
    05 FILLER PIC X(30) VALUE "PasswordHistory.dat".
    05 FILLER PIC X(30) VALUE "ContactCards.dat".
    05 FILLER PIC X(30) VALUE "Groups.dat".
    05 FILLER PIC X(30) VALUE "GroupMembers.dat".
    05 FILLER PIC X(30) VALUE "GroupPosts.dat".
    05 FILLER PIC X(30) VALUE "Placements.dat".
    05 FILLER PIC X(30) VALUE "ApplicationThreads.dat".
    05 FILLER PIC X(30) VALUE "Scorecards.dat".
    05 FILLER PIC X(30) VALUE "RegistrarRoster.dat".
    05 FILLER PIC X(30) VALUE "EnrollmentVerification.dat".
    05 FILLER PIC X(30) VALUE "PostingReports.dat".
    05 FILLER PIC X(30) VALUE "ContentHolds.dat".
    05 FILLER PIC X(30) VALUE "ContentPatterns.txt".
    05 FILLER PIC X(30) VALUE "BatchSchedule.txt".
    05 FILLER PIC X(30) VALUE "BatchLastRun.dat".
    05 FILLER PIC X(30) VALUE "BatchRunHistory.dat".
    05 FILLER PIC X(30) VALUE "CapacityLastRun.dat".
    05 FILLER PIC X(30) VALUE "NextIds.dat".
    05 FILLER PIC X(30) VALUE "CompanyPlans.dat".
    05 FILLER PIC X(30) VALUE "PostingActiveDays.dat".
    05 FILLER PIC X(30) VALUE "PostingSkills.dat".
    05 FILLER PIC X(30) VALUE "Certificates.dat".
    05 FILLER PIC X(30) VALUE "CompanyReviews.dat".
    05 FILLER PIC X(30) VALUE "LoginCodes.dat".
    05 FILLER PIC X(30) VALUE "LoginCodeOptIn.dat".
    05 FILLER PIC X(30) VALUE "OutboundMail.dat".
    05 FILLER PIC X(30) VALUE "SupportTickets.dat".
    05 FILLER PIC X(30) VALUE "TicketReplies.dat".
    05 FILLER PIC X(30) VALUE "UsernameChanges.dat".
    05 FILLER PIC X(30) VALUE "CompanyMaster.dat".
    05 FILLER PIC X(30) VALUE "EndorsementFlags.dat".
    05 FILLER PIC X(30) VALUE "Shortlists.dat".
    05 FILLER PIC X(30) VALUE "ShortlistEntries.dat".
    05 FILLER PIC X(30) VALUE "JobInvites.dat".
    05 FILLER PIC X(30) VALUE "Referrals.dat".
    05 FILLER PIC X(30) VALUE "ApplicationStatusLog.dat".
    05 FILLER PIC X(30) VALUE "Projects.dat".
    05 FILLER PIC X(30) VALUE "SystemParameters.dat".
    05 FILLER PIC X(30) VALUE "DormantWarnings.dat".
    05 FILLER PIC X(30) VALUE "AuditChain.dat".
    05 FILLER PIC X(30) VALUE "TermsOfUse.dat".
    05 FILLER PIC X(30) VALUE "TermsAcceptance.dat".
01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
    05 WS-FILE-NAME OCCURS 83 TIMES PIC X(30).

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Nightly Backup Snapshot ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    MOVE SPACES TO MANIFEST-LINE
    STRING "Backup set " WS-TODAY INTO MANIFEST-LINE
    WRITE MANIFEST-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE 0 TO WS-COPIED-COUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FILE-TOTAL
    MOVE SPACES TO MANIFEST-LINE
    STRING "Files copied: " WS-COPIED-COUNT INTO MANIFEST-LINE
    WRITE MANIFEST-LINE
    ADD 1 TO WS-BS-WRITTEN
    CLOSE ManifestFile

    DISPLAY "Backed up " WS-COPIED-COUNT " file(s); manifest at "
        FUNCTION TRIM(WS-MANIFEST-PATH)
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

BACKUP-ONE-FILE.
            ": " WS-SIZE-DISPLAY " bytes"
            INTO MANIFEST-LINE
        WRITE MANIFEST-LINE
        ADD 1 TO WS-BS-WRITTEN
    ELSE
        MOVE SPACES TO MANIFEST-LINE
        STRING "  " FUNCTION TRIM(WS-FILE-NAME(I))
            ": COPY FAILED"
            INTO MANIFEST-LINE
        WRITE MANIFEST-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF.

END PROGRAM BackupDataFiles.
