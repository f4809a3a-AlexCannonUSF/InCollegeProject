        FILE STATUS IS WS-FILE-STAT.
    SELECT TempEventsFile ASSIGN TO "data/CareerEvents.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT GroupMembersFile ASSIGN TO "data/GroupMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempGroupMembersFile ASSIGN TO "data/GroupMembers.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT GroupPostsFile ASSIGN TO "data/GroupPosts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempGroupPostsFile ASSIGN TO "data/GroupPosts.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT PlacementsFile ASSIGN TO "data/Placements.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempPlacementsFile ASSIGN TO "data/Placements.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ApplicationThreadFile ASSIGN TO "data/ApplicationThreads.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempApplicationThreadFile ASSIGN TO "data/ApplicationThreads.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ScorecardFile ASSIGN TO "data/Scorecards.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempScorecardFile ASSIGN TO "data/Scorecards.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT VerificationFile ASSIGN TO "data/EnrollmentVerification.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempVerificationFile ASSIGN TO "data/EnrollmentVerification.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT PostingReportsFile ASSIGN TO "data/PostingReports.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempPostingReportsFile ASSIGN TO "data/PostingReports.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ContentHoldsFile ASSIGN TO "data/ContentHolds.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempContentHoldsFile ASSIGN TO "data/ContentHolds.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT CertificatesFile ASSIGN TO "data/Certificates.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempCertificatesFile ASSIGN TO "data/Certificates.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT CompanyReviewsFile ASSIGN TO "data/CompanyReviews.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempCompanyReviewsFile ASSIGN TO "data/CompanyReviews.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT LoginCodesFile ASSIGN TO "data/LoginCodes.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempLoginCodesFile ASSIGN TO "data/LoginCodes.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT SupportTicketsFile ASSIGN TO "data/SupportTickets.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempSupportTicketsFile ASSIGN TO "data/SupportTickets.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT TicketRepliesFile ASSIGN TO "data/TicketReplies.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempTicketRepliesFile ASSIGN TO "data/TicketReplies.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ShortlistsFile ASSIGN TO "data/Shortlists.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempShortlistsFile ASSIGN TO "data/Shortlists.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ShortlistEntriesFile ASSIGN TO "data/ShortlistEntries.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempShortlistEntriesFile ASSIGN TO "data/ShortlistEntries.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT JobInvitesFile ASSIGN TO "data/JobInvites.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempJobInvitesFile ASSIGN TO "data/JobInvites.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ReferralsFile ASSIGN TO "data/Referrals.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempReferralsFile ASSIGN TO "data/Referrals.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT StatusLogFile ASSIGN TO "data/ApplicationStatusLog.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempStatusLogFile ASSIGN TO "data/ApplicationStatusLog.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ProjectsFile ASSIGN TO "data/Projects.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempProjectsFile ASSIGN TO "data/Projects.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT LoginCodeOptInFile ASSIGN TO "data/LoginCodeOptIn.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempLoginCodeOptInFile ASSIGN TO "data/LoginCodeOptIn.tmp"
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
       05 AD-JOB-COMPANY PIC X(50).
       05 AD-COVER-NOTE  PIC X(200).
       05 AD-PROFILE     PIC X(1735).
       05 AD-POSTING-ID  PIC 9(9).
FD TempDetailsFile.
01 TEMP-DETAIL-RECORD PIC X(2074).

FD ProfileHistoryFile.
01 PROFILE-HISTORY-RECORD.
       05 SAVED-JOB-TITLE   PIC X(50).
       05 SAVED-JOB-COMPANY PIC X(50).
       05 SAVED-DATE        PIC 9(8).
       05 SAVED-POSTING-ID  PIC 9(9).
FD TempSavedFile.
01 TEMP-SAVED-RECORD PIC X(147).

FD SavedSearchesFile.
01 SAVED-SEARCH-RECORD.
       05 SLOT-DATE        PIC 9(8).
       05 SLOT-TIME        PIC 9(4).
       05 SLOT-BOOKED-BY   PIC X(30).
       05 SLOT-POSTING-ID  PIC 9(9).
FD TempSlotsFile.
01 TEMP-SLOT-RECORD PIC X(181).

FD CompanyMembersFile.
01 COMPANY-MEMBER-RECORD.
FD TempEventsFile.
01 TEMP-EVENT-RECORD PIC X(238).

FD GroupMembersFile.
01 GROUP-MEMBER-RECORD.
       05 GM-GROUP-ID    PIC 9(4).
       05 GM-USERNAME    PIC X(30).
       05 GM-JOINED-DATE PIC 9(8).
FD TempGroupMembersFile.
01 TEMP-GROUP-MEMBER-RECORD PIC X(42).

FD GroupPostsFile.
01 GROUP-POST-RECORD.
       05 GP-GROUP-ID  PIC 9(4).
       05 GP-AUTHOR    PIC X(30).
       05 GP-POSTED-TS PIC 9(14).
       05 GP-TEXT      PIC X(200).
FD TempGroupPostsFile.
01 TEMP-GROUP-POST-RECORD PIC X(248).

FD PlacementsFile.
01 PLACEMENT-RECORD.
       05 PL-USERNAME       PIC X(30).
       05 PL-OUTCOME        PIC X(01).
       05 PL-ORGANIZATION   PIC X(50).
       05 PL-ROLE           PIC X(50).
       05 PL-SOURCE         PIC X(01).
       05 PL-RECORDED-DATE  PIC 9(8).
       05 PL-POSTING-ID     PIC 9(9).
FD TempPlacementsFile.
01 TEMP-PLACEMENT-RECORD PIC X(149).

FD ApplicationThreadFile.
01 APPLICATION-THREAD-RECORD.
       05 ATM-APPLICANT      PIC X(30).
       05 ATM-JOB-TITLE      PIC X(50).
       05 ATM-JOB-COMPANY    PIC X(50).
       05 ATM-APP-DATE       PIC 9(8).
       05 ATM-KIND           PIC X(01).
       05 ATM-SENDER         PIC X(30).
       05 ATM-SENT-TS        PIC 9(14).
       05 ATM-TEXT           PIC X(200).
       05 ATM-APPLICANT-READ PIC X(01).
       05 ATM-TEAM-READ      PIC X(01).
       05 ATM-POSTING-ID     PIC 9(9).
FD TempApplicationThreadFile.
01 TEMP-APPLICATION-THREAD-RECORD PIC X(394).

FD ScorecardFile.
01 SCORECARD-RECORD.
       05 SC-INTERVIEWER    PIC X(30).
       05 SC-CANDIDATE      PIC X(30).
       05 SC-JOB-TITLE      PIC X(50).
       05 SC-JOB-COMPANY    PIC X(50).
       05 SC-SLOT-DATE      PIC 9(8).
       05 SC-SLOT-TIME      PIC 9(4).
       05 SC-RATING         OCCURS 4 TIMES PIC 9.
       05 SC-RECOMMEND      PIC X(01).
       05 SC-COMMENTS       PIC X(200).
       05 SC-RECORDED-DATE  PIC 9(8).
       05 SC-POSTING-ID     PIC 9(9).
FD TempScorecardFile.
01 TEMP-SCORECARD-RECORD PIC X(394).

FD VerificationFile.
01 VERIFICATION-RECORD.
       05 VF-USERNAME      PIC X(30).
       05 VF-UNIVERSITY    PIC X(50).
       05 VF-GRADYEAR      PIC 9(4).
       05 VF-STATUS        PIC X(01).
       05 VF-CHECKED-DATE  PIC 9(8).
FD TempVerificationFile.
01 TEMP-VERIFICATION-RECORD PIC X(93).

FD PostingReportsFile.
01 POSTING-REPORT-RECORD.
       05 PR-REPORTER       PIC X(30).
       05 PR-JOB-TITLE      PIC X(50).
       05 PR-JOB-COMPANY    PIC X(50).
       05 PR-POSTED-BY      PIC X(30).
       05 PR-REASON         PIC X(01).
       05 PR-NOTE           PIC X(200).
       05 PR-REPORTED-DATE  PIC 9(8).
       05 PR-STATUS         PIC X(01).
       05 PR-DECIDED-DATE   PIC 9(8).
       05 PR-POSTING-ID     PIC 9(9).
FD TempPostingReportsFile.
01 TEMP-POSTING-REPORT-RECORD PIC X(387).

FD ContentHoldsFile.
01 CONTENT-HOLD-RECORD.
       05 CH-SOURCE         PIC X(20).
       05 CH-OWNER          PIC X(30).
       05 CH-KEY            PIC X(100).
       05 CH-TEXT           PIC X(200).
       05 CH-REASON         PIC X(40).
       05 CH-HELD-DATE      PIC 9(8).
       05 CH-STATUS         PIC X(01).
       05 CH-DECIDED-DATE   PIC 9(8).
FD TempContentHoldsFile.
01 TEMP-CONTENT-HOLD-RECORD PIC X(407).

FD CertificatesFile.
01 CERTIFICATE-RECORD.
       05 CERT-CODE         PIC X(16).
       05 CERT-USERNAME     PIC X(30).
       05 CERT-SKILL-NUMBER PIC 9.
       05 CERT-SKILL-TITLE  PIC X(100).
       05 CERT-DATE         PIC 9(8).
FD TempCertificatesFile.
01 TEMP-CERTIFICATE-RECORD PIC X(155).
FD CompanyReviewsFile.
01 COMPANY-REVIEW-RECORD.
       05 REV-COMPANY      PIC X(50).
       05 REV-USERNAME     PIC X(30).
       05 REV-RATING       PIC 9.
       05 REV-COMMENT      PIC X(200).
       05 REV-DATE         PIC 9(8).
       05 REV-STATUS       PIC X(01).
       05 REV-FLAGGED-BY   PIC X(30).
       05 REV-FLAG-NOTE    PIC X(100).
FD TempCompanyReviewsFile.
01 TEMP-COMPANY-REVIEW-RECORD PIC X(420).
FD LoginCodesFile.
01 LOGIN-CODE-RECORD.
       05 LC-USERNAME     PIC X(30).
       05 LC-SALT         PIC X(8).
       05 LC-HASH         PIC 9(10).
       05 LC-ISSUED-TS    PIC 9(14).
       05 LC-EXPIRES-MIN  PIC 9(10).
       05 LC-USED         PIC X(01).
FD TempLoginCodesFile.
01 TEMP-LOGIN-CODE-RECORD PIC X(73).
FD LoginCodeOptInFile.
01 LOGIN-CODE-OPT-IN-RECORD.
       05 OPT-USERNAME    PIC X(30).
FD TempLoginCodeOptInFile.
01 TEMP-LOGIN-CODE-OPT-IN-RECORD PIC X(30).
FD SupportTicketsFile.
01 SUPPORT-TICKET-RECORD.
       05 TKT-ID            PIC 9(9).
       05 TKT-USERNAME      PIC X(30).
       05 TKT-ACCOUNT-TYPE  PIC X(01).
       05 TKT-CATEGORY      PIC X(01).
       05 TKT-DESCRIPTION   PIC X(200).
       05 TKT-OPENED-DATE   PIC 9(8).
       05 TKT-STATUS        PIC X(01).
       05 TKT-ASSIGNED-TO   PIC X(30).
       05 TKT-CLOSED-DATE   PIC 9(8).
FD TempSupportTicketsFile.
01 TEMP-SUPPORT-TICKET-RECORD PIC X(288).
FD TicketRepliesFile.
01 TICKET-REPLY-RECORD.
       05 TR-TICKET-ID      PIC 9(9).
       05 TR-OWNER          PIC X(30).
       05 TR-AUTHOR         PIC X(30).
       05 TR-FROM           PIC X(01).
       05 TR-DATE           PIC 9(8).
       05 TR-TEXT           PIC X(200).
FD TempTicketRepliesFile.
01 TEMP-TICKET-REPLY-RECORD PIC X(278).
FD ShortlistsFile.
01 SHORTLIST-RECORD.
       05 SLN-KIND          PIC X(01).
       05 SLN-TEAM          PIC X(50).
       05 SLN-NAME          PIC X(40).
       05 SLN-CREATED-BY    PIC X(30).
       05 SLN-CREATED-DATE  PIC 9(8).
FD TempShortlistsFile.
01 TEMP-SHORTLIST-RECORD PIC X(129).
FD ShortlistEntriesFile.
01 SHORTLIST-ENTRY-RECORD.
       05 SLE-KIND          PIC X(01).
       05 SLE-TEAM          PIC X(50).
       05 SLE-LIST          PIC X(40).
       05 SLE-CANDIDATE     PIC X(30).
       05 SLE-ADDED-BY      PIC X(30).
       05 SLE-ADDED-DATE    PIC 9(8).
       05 SLE-NOTE          PIC X(200).
FD TempShortlistEntriesFile.
01 TEMP-SHORTLIST-ENTRY-RECORD PIC X(359).

FD JobInvitesFile.
01 JOB-INVITE-RECORD.
       05 INV-STUDENT       PIC X(30).
       05 INV-POSTING-ID    PIC 9(9).
       05 INV-COMPANY       PIC X(50).
       05 INV-SENT-BY       PIC X(30).
       05 INV-SENT-DATE     PIC 9(8).
       05 INV-JOB-TITLE     PIC X(50).
FD TempJobInvitesFile.
01 TEMP-JOB-INVITE-RECORD PIC X(177).

FD ReferralsFile.
01 REFERRAL-RECORD.
       05 REF-REFERRER      PIC X(30).
       05 REF-CONTACT       PIC X(30).
       05 REF-POSTING-ID    PIC 9(9).
       05 REF-JOB-TITLE     PIC X(50).
       05 REF-JOB-COMPANY   PIC X(50).
       05 REF-DATE          PIC 9(8).
       05 REF-STATUS        PIC X(01).
       05 REF-APPLIED-DATE  PIC 9(8).
FD TempReferralsFile.
01 TEMP-REFERRAL-RECORD PIC X(186).

FD StatusLogFile.
01 STATUS-LOG-RECORD.
       05 ASL-USERNAME      PIC X(30).
       05 ASL-POSTING-ID    PIC 9(9).
       05 ASL-APP-DATE      PIC 9(8).
       05 ASL-OLD-STATUS    PIC X(01).
       05 ASL-NEW-STATUS    PIC X(01).
       05 ASL-CHANGED-DATE  PIC 9(8).
       05 ASL-CHANGED-BY    PIC X(30).
FD TempStatusLogFile.
01 TEMP-STATUS-LOG-RECORD PIC X(87).

FD ProjectsFile.
01 PROJECT-RECORD.
       05 PRJ-USERNAME     PIC X(30).
       05 PRJ-ID           PIC 9(9).
       05 PRJ-TITLE        PIC X(50).
       05 PRJ-ROLE         PIC X(50).
       05 PRJ-DATES        PIC X(30).
       05 PRJ-DESCRIPTION  PIC X(200).
       05 PRJ-LINK         PIC X(100).
       05 PRJ-ADDED-DATE   PIC 9(8).
FD TempProjectsFile.
01 TEMP-PROJECT-RECORD PIC X(477).

WORKING-STORAGE SECTION.
*> One CALL sweeps LK-USERNAME's rows out of every per-user file the
*> later feature work added - contact card, messages, application
*> preferences, password history, invitations they recorded, feature
*> usage, interview slots (an employer's slots go; a student's
*> booking is blanked so the employer keeps the slot), company
*> membership, the company profile page, and student-group
*> memberships and group posts, placement outcomes, application
*> message threads (the user's own applications, and messages they
*> sent as a recruiter), and interview scorecards (about the user;
*> ones they wrote are kept with the interviewer blanked), and the
*> user's enrollment verification result, job-posting reports the
*> user filed, and screening holds on text the user wrote, and the
*> user's skill certificates (the code row is kept with the holder
*> blanked, so the code reads as revoked, and the printable copy is
*> deleted), and the user's support tickets and the replies on them,
*> and employer shortlist entries naming the user as a candidate (an
*> employer's own lists go with them when they had no company; a
*> company's lists stay with the company), and invitations to apply
*> sent to the user (those the user sent keep counting against the
*> company's monthly allowance, with the sender blanked), and
*> connection referrals of the user (referrals the user made keep
*> their place in the posting's referral figures, referrer blanked),
*> and the status history of the user's applications (decisions the
*> user made as a recruiter stay in the time-to-decision figures,
*> with who made them blanked), and the projects on the user's
*> profile.
*> CloseAccount.cob calls it at closure time and
*> PurgeClosedAccounts.cob calls it per closed account so rows from before this purge existed get swept too -
*> the same division of labour the original per-user files have.
*> Every rebuild here shares one update-lock window (UpdateLock.cob).
77 WS-FILE-STAT    PIC XX VALUE SPACES.
77 WS-LOCK-RESULT  PIC X VALUE SPACE.
77 WS-RECOVER-DAT  PIC X(60) VALUE SPACES.
77 WS-RECOVER-TMP  PIC X(60) VALUE SPACES.
77 WS-CERT-PATH    PIC X(60) VALUE SPACES.

LINKAGE SECTION.
01 LK-USERNAME PIC X(30).
    PERFORM PURGE-COMPANY-MEMBERSHIP
    PERFORM PURGE-COMPANY-PROFILE
    PERFORM PURGE-CAREER-EVENTS
    PERFORM PURGE-GROUP-MEMBERSHIP
    PERFORM PURGE-GROUP-POSTS
    PERFORM PURGE-PLACEMENTS
    PERFORM PURGE-APPLICATION-THREADS
    PERFORM PURGE-SCORECARDS
    PERFORM PURGE-ENROLLMENT-VERIFICATION
    PERFORM PURGE-POSTING-REPORTS
    PERFORM PURGE-CONTENT-HOLDS
    PERFORM PURGE-CERTIFICATES
    PERFORM PURGE-COMPANY-REVIEWS
    PERFORM PURGE-LOGIN-CODES
    PERFORM PURGE-LOGIN-CODE-OPT-IN
    PERFORM PURGE-SUPPORT-TICKETS
    PERFORM PURGE-TICKET-REPLIES
    PERFORM PURGE-SHORTLISTS
    PERFORM PURGE-SHORTLIST-ENTRIES
    PERFORM PURGE-JOB-INVITES
    PERFORM PURGE-REFERRALS
    PERFORM PURGE-STATUS-LOG
    PERFORM PURGE-PROJECTS

    CALL "UpdateLock" USING "R" WS-LOCK-RESULT
    GOBACK.
    CALL "CBL_RENAME_FILE" USING "data/CareerEvents.tmp"
        "data/CareerEvents.dat".

PURGE-GROUP-MEMBERSHIP.
    *> The groups a closed account founded stay - other members still
    *> belong to them - only the account's own membership rows go.
    MOVE "data/GroupMembers.dat" TO WS-RECOVER-DAT
    MOVE "data/GroupMembers.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT GroupMembersFile
    IF WS-FILE-STAT = "35"
        CLOSE GroupMembersFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempGroupMembersFile
    PERFORM UNTIL WS-EOF = "Y"
        READ GroupMembersFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(GM-USERNAME) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE GROUP-MEMBER-RECORD TO TEMP-GROUP-MEMBER-RECORD
                    WRITE TEMP-GROUP-MEMBER-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE GroupMembersFile
    CLOSE TempGroupMembersFile
    CALL "CBL_DELETE_FILE" USING "data/GroupMembers.dat"
    CALL "CBL_RENAME_FILE" USING "data/GroupMembers.tmp"
        "data/GroupMembers.dat".

PURGE-GROUP-POSTS.
    MOVE "data/GroupPosts.dat" TO WS-RECOVER-DAT
    MOVE "data/GroupPosts.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT GroupPostsFile
    IF WS-FILE-STAT = "35"
        CLOSE GroupPostsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempGroupPostsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ GroupPostsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(GP-AUTHOR) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE GROUP-POST-RECORD TO TEMP-GROUP-POST-RECORD
                    WRITE TEMP-GROUP-POST-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE GroupPostsFile
    CLOSE TempGroupPostsFile
    CALL "CBL_DELETE_FILE" USING "data/GroupPosts.dat"
    CALL "CBL_RENAME_FILE" USING "data/GroupPosts.tmp"
        "data/GroupPosts.dat".

PURGE-PLACEMENTS.
    MOVE "data/Placements.dat" TO WS-RECOVER-DAT
    MOVE "data/Placements.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT PlacementsFile
    IF WS-FILE-STAT = "35"
        CLOSE PlacementsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempPlacementsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ PlacementsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(PL-USERNAME) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE PLACEMENT-RECORD TO TEMP-PLACEMENT-RECORD
                    WRITE TEMP-PLACEMENT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE PlacementsFile
    CLOSE TempPlacementsFile
    CALL "CBL_DELETE_FILE" USING "data/Placements.dat"
    CALL "CBL_RENAME_FILE" USING "data/Placements.tmp"
        "data/Placements.dat".

PURGE-APPLICATION-THREADS.
    MOVE "data/ApplicationThreads.dat" TO WS-RECOVER-DAT
    MOVE "data/ApplicationThreads.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ApplicationThreadFile
    IF WS-FILE-STAT = "35"
        CLOSE ApplicationThreadFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempApplicationThreadFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ApplicationThreadFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(ATM-APPLICANT) NOT = FUNCTION TRIM(LK-USERNAME)
                    AND FUNCTION TRIM(ATM-SENDER) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE APPLICATION-THREAD-RECORD TO TEMP-APPLICATION-THREAD-RECORD
                    WRITE TEMP-APPLICATION-THREAD-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE ApplicationThreadFile
    CLOSE TempApplicationThreadFile
    CALL "CBL_DELETE_FILE" USING "data/ApplicationThreads.dat"
    CALL "CBL_RENAME_FILE" USING "data/ApplicationThreads.tmp"
        "data/ApplicationThreads.dat".

PURGE-SCORECARDS.
    *> Scorecards about the user go with them; scorecards the user
    *> wrote as an interviewer stay with the hiring team, with the
    *> interviewer blanked the way a student's slot booking is.
    MOVE "data/Scorecards.dat" TO WS-RECOVER-DAT
    MOVE "data/Scorecards.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ScorecardFile
    IF WS-FILE-STAT = "35"
        CLOSE ScorecardFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempScorecardFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ScorecardFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(SC-CANDIDATE) NOT = FUNCTION TRIM(LK-USERNAME)
                    IF FUNCTION TRIM(SC-INTERVIEWER) = FUNCTION TRIM(LK-USERNAME)
                        MOVE SPACES TO SC-INTERVIEWER
                    END-IF
                    MOVE SCORECARD-RECORD TO TEMP-SCORECARD-RECORD
                    WRITE TEMP-SCORECARD-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE ScorecardFile
    CLOSE TempScorecardFile
    CALL "CBL_DELETE_FILE" USING "data/Scorecards.dat"
    CALL "CBL_RENAME_FILE" USING "data/Scorecards.tmp"
        "data/Scorecards.dat".

PURGE-ENROLLMENT-VERIFICATION.
    MOVE "data/EnrollmentVerification.dat" TO WS-RECOVER-DAT
    MOVE "data/EnrollmentVerification.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT VerificationFile
    IF WS-FILE-STAT = "35"
        CLOSE VerificationFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempVerificationFile
    PERFORM UNTIL WS-EOF = "Y"
        READ VerificationFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(VF-USERNAME) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE VERIFICATION-RECORD TO TEMP-VERIFICATION-RECORD
                    WRITE TEMP-VERIFICATION-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE VerificationFile
    CLOSE TempVerificationFile
    CALL "CBL_DELETE_FILE" USING "data/EnrollmentVerification.dat"
    CALL "CBL_RENAME_FILE" USING "data/EnrollmentVerification.tmp"
        "data/EnrollmentVerification.dat".

PURGE-POSTING-REPORTS.
    MOVE "data/PostingReports.dat" TO WS-RECOVER-DAT
    MOVE "data/PostingReports.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT PostingReportsFile
    IF WS-FILE-STAT = "35"
        CLOSE PostingReportsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempPostingReportsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ PostingReportsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(PR-REPORTER) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE POSTING-REPORT-RECORD TO TEMP-POSTING-REPORT-RECORD
                    WRITE TEMP-POSTING-REPORT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE PostingReportsFile
    CLOSE TempPostingReportsFile
    CALL "CBL_DELETE_FILE" USING "data/PostingReports.dat"
    CALL "CBL_RENAME_FILE" USING "data/PostingReports.tmp"
        "data/PostingReports.dat".

PURGE-CONTENT-HOLDS.
    MOVE "data/ContentHolds.dat" TO WS-RECOVER-DAT
    MOVE "data/ContentHolds.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ContentHoldsFile
    IF WS-FILE-STAT = "35"
        CLOSE ContentHoldsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempContentHoldsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ContentHoldsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(CH-OWNER) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE CONTENT-HOLD-RECORD TO TEMP-CONTENT-HOLD-RECORD
                    WRITE TEMP-CONTENT-HOLD-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE ContentHoldsFile
    CLOSE TempContentHoldsFile
    CALL "CBL_DELETE_FILE" USING "data/ContentHolds.dat"
    CALL "CBL_RENAME_FILE" USING "data/ContentHolds.tmp"
        "data/ContentHolds.dat".

PURGE-CERTIFICATES.
    MOVE "data/Certificates.dat" TO WS-RECOVER-DAT
    MOVE "data/Certificates.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CertificatesFile
    IF WS-FILE-STAT = "35"
        CLOSE CertificatesFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempCertificatesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ CertificatesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(CERT-USERNAME) = FUNCTION TRIM(LK-USERNAME)
                    MOVE SPACES TO CERT-USERNAME
                    MOVE SPACES TO WS-CERT-PATH
                    STRING "data/Certificate-" FUNCTION TRIM(CERT-CODE)
                        ".txt" DELIMITED BY SIZE INTO WS-CERT-PATH
                    CALL "CBL_DELETE_FILE" USING WS-CERT-PATH
                END-IF
                MOVE CERTIFICATE-RECORD TO TEMP-CERTIFICATE-RECORD
                WRITE TEMP-CERTIFICATE-RECORD
        END-READ
    END-PERFORM
    CLOSE CertificatesFile
    CLOSE TempCertificatesFile
    CALL "CBL_DELETE_FILE" USING "data/Certificates.dat"
    CALL "CBL_RENAME_FILE" USING "data/Certificates.tmp"
        "data/Certificates.dat".

PURGE-COMPANY-REVIEWS.
    *> The user's own reviews go; a flag they raised as an employer
    *> stays in the admin queue without their name on it.
    MOVE "data/CompanyReviews.dat" TO WS-RECOVER-DAT
    MOVE "data/CompanyReviews.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyReviewsFile
    IF WS-FILE-STAT = "35"
        CLOSE CompanyReviewsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempCompanyReviewsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyReviewsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(REV-USERNAME) NOT = FUNCTION TRIM(LK-USERNAME)
                    IF FUNCTION TRIM(REV-FLAGGED-BY) = FUNCTION TRIM(LK-USERNAME)
                        MOVE SPACES TO REV-FLAGGED-BY
                    END-IF
                    MOVE COMPANY-REVIEW-RECORD TO TEMP-COMPANY-REVIEW-RECORD
                    WRITE TEMP-COMPANY-REVIEW-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyReviewsFile
    CLOSE TempCompanyReviewsFile
    CALL "CBL_DELETE_FILE" USING "data/CompanyReviews.dat"
    CALL "CBL_RENAME_FILE" USING "data/CompanyReviews.tmp"
        "data/CompanyReviews.dat".

PURGE-LOGIN-CODES.
    MOVE "data/LoginCodes.dat" TO WS-RECOVER-DAT
    MOVE "data/LoginCodes.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT LoginCodesFile
    IF WS-FILE-STAT = "35"
        CLOSE LoginCodesFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempLoginCodesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ LoginCodesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(LC-USERNAME) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE LOGIN-CODE-RECORD TO TEMP-LOGIN-CODE-RECORD
                    WRITE TEMP-LOGIN-CODE-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE LoginCodesFile
    CLOSE TempLoginCodesFile
    CALL "CBL_DELETE_FILE" USING "data/LoginCodes.dat"
    CALL "CBL_RENAME_FILE" USING "data/LoginCodes.tmp"
        "data/LoginCodes.dat".

PURGE-LOGIN-CODE-OPT-IN.
    MOVE "data/LoginCodeOptIn.dat" TO WS-RECOVER-DAT
    MOVE "data/LoginCodeOptIn.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT LoginCodeOptInFile
    IF WS-FILE-STAT = "35"
        CLOSE LoginCodeOptInFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempLoginCodeOptInFile
    PERFORM UNTIL WS-EOF = "Y"
        READ LoginCodeOptInFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(OPT-USERNAME) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE LOGIN-CODE-OPT-IN-RECORD TO TEMP-LOGIN-CODE-OPT-IN-RECORD
                    WRITE TEMP-LOGIN-CODE-OPT-IN-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE LoginCodeOptInFile
    CLOSE TempLoginCodeOptInFile
    CALL "CBL_DELETE_FILE" USING "data/LoginCodeOptIn.dat"
    CALL "CBL_RENAME_FILE" USING "data/LoginCodeOptIn.tmp"
        "data/LoginCodeOptIn.dat".

PURGE-SUPPORT-TICKETS.
    *> The user's own tickets go; tickets assigned to them as an admin
    *> go back to the queue unassigned.
    MOVE "data/SupportTickets.dat" TO WS-RECOVER-DAT
    MOVE "data/SupportTickets.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT SupportTicketsFile
    IF WS-FILE-STAT = "35"
        CLOSE SupportTicketsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempSupportTicketsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ SupportTicketsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(TKT-USERNAME) NOT = FUNCTION TRIM(LK-USERNAME)
                    IF FUNCTION TRIM(TKT-ASSIGNED-TO) = FUNCTION TRIM(LK-USERNAME)
                        AND TKT-STATUS = "A"
                        MOVE SPACES TO TKT-ASSIGNED-TO
                        MOVE "O" TO TKT-STATUS
                    END-IF
                    MOVE SUPPORT-TICKET-RECORD TO TEMP-SUPPORT-TICKET-RECORD
                    WRITE TEMP-SUPPORT-TICKET-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE SupportTicketsFile
    CLOSE TempSupportTicketsFile
    CALL "CBL_DELETE_FILE" USING "data/SupportTickets.dat"
    CALL "CBL_RENAME_FILE" USING "data/SupportTickets.tmp"
        "data/SupportTickets.dat".

PURGE-TICKET-REPLIES.
    MOVE "data/TicketReplies.dat" TO WS-RECOVER-DAT
    MOVE "data/TicketReplies.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT TicketRepliesFile
    IF WS-FILE-STAT = "35"
        CLOSE TicketRepliesFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempTicketRepliesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ TicketRepliesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(TR-OWNER) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE TICKET-REPLY-RECORD TO TEMP-TICKET-REPLY-RECORD
                    WRITE TEMP-TICKET-REPLY-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE TicketRepliesFile
    CLOSE TempTicketRepliesFile
    CALL "CBL_DELETE_FILE" USING "data/TicketReplies.dat"
    CALL "CBL_RENAME_FILE" USING "data/TicketReplies.tmp"
        "data/TicketReplies.dat".

PURGE-SHORTLISTS.
    MOVE "data/Shortlists.dat" TO WS-RECOVER-DAT
    MOVE "data/Shortlists.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ShortlistsFile
    IF WS-FILE-STAT = "35"
        CLOSE ShortlistsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempShortlistsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ShortlistsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF SLN-KIND NOT = "U"
                    OR FUNCTION TRIM(SLN-TEAM) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE SHORTLIST-RECORD TO TEMP-SHORTLIST-RECORD
                    WRITE TEMP-SHORTLIST-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE ShortlistsFile
    CLOSE TempShortlistsFile
    CALL "CBL_DELETE_FILE" USING "data/Shortlists.dat"
    CALL "CBL_RENAME_FILE" USING "data/Shortlists.tmp"
        "data/Shortlists.dat".

PURGE-SHORTLIST-ENTRIES.
    MOVE "data/ShortlistEntries.dat" TO WS-RECOVER-DAT
    MOVE "data/ShortlistEntries.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ShortlistEntriesFile
    IF WS-FILE-STAT = "35"
        CLOSE ShortlistEntriesFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempShortlistEntriesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ShortlistEntriesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(SLE-CANDIDATE) NOT = FUNCTION TRIM(LK-USERNAME)
                    AND (SLE-KIND NOT = "U"
                    OR FUNCTION TRIM(SLE-TEAM) NOT = FUNCTION TRIM(LK-USERNAME))
                    MOVE SHORTLIST-ENTRY-RECORD TO TEMP-SHORTLIST-ENTRY-RECORD
                    WRITE TEMP-SHORTLIST-ENTRY-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE ShortlistEntriesFile
    CLOSE TempShortlistEntriesFile
    CALL "CBL_DELETE_FILE" USING "data/ShortlistEntries.dat"
    CALL "CBL_RENAME_FILE" USING "data/ShortlistEntries.tmp"
        "data/ShortlistEntries.dat".

PURGE-JOB-INVITES.
    MOVE "data/JobInvites.dat" TO WS-RECOVER-DAT
    MOVE "data/JobInvites.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT JobInvitesFile
    IF WS-FILE-STAT = "35"
        CLOSE JobInvitesFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempJobInvitesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ JobInvitesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(INV-STUDENT) NOT = FUNCTION TRIM(LK-USERNAME)
                    IF FUNCTION TRIM(INV-SENT-BY) = FUNCTION TRIM(LK-USERNAME)
                        MOVE SPACES TO INV-SENT-BY
                    END-IF
                    MOVE JOB-INVITE-RECORD TO TEMP-JOB-INVITE-RECORD
                    WRITE TEMP-JOB-INVITE-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobInvitesFile
    CLOSE TempJobInvitesFile
    CALL "CBL_DELETE_FILE" USING "data/JobInvites.dat"
    CALL "CBL_RENAME_FILE" USING "data/JobInvites.tmp"
        "data/JobInvites.dat".

PURGE-REFERRALS.
    MOVE "data/Referrals.dat" TO WS-RECOVER-DAT
    MOVE "data/Referrals.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ReferralsFile
    IF WS-FILE-STAT = "35"
        CLOSE ReferralsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempReferralsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ReferralsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(REF-CONTACT) NOT = FUNCTION TRIM(LK-USERNAME)
                    IF FUNCTION TRIM(REF-REFERRER) = FUNCTION TRIM(LK-USERNAME)
                        MOVE SPACES TO REF-REFERRER
                    END-IF
                    MOVE REFERRAL-RECORD TO TEMP-REFERRAL-RECORD
                    WRITE TEMP-REFERRAL-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE ReferralsFile
    CLOSE TempReferralsFile
    CALL "CBL_DELETE_FILE" USING "data/Referrals.dat"
    CALL "CBL_RENAME_FILE" USING "data/Referrals.tmp"
        "data/Referrals.dat".

PURGE-STATUS-LOG.
    MOVE "data/ApplicationStatusLog.dat" TO WS-RECOVER-DAT
    MOVE "data/ApplicationStatusLog.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT StatusLogFile
    IF WS-FILE-STAT = "35"
        CLOSE StatusLogFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempStatusLogFile
    PERFORM UNTIL WS-EOF = "Y"
        READ StatusLogFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(ASL-USERNAME) NOT = FUNCTION TRIM(LK-USERNAME)
                    IF FUNCTION TRIM(ASL-CHANGED-BY) = FUNCTION TRIM(LK-USERNAME)
                        MOVE SPACES TO ASL-CHANGED-BY
                    END-IF
                    MOVE STATUS-LOG-RECORD TO TEMP-STATUS-LOG-RECORD
                    WRITE TEMP-STATUS-LOG-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE StatusLogFile
    CLOSE TempStatusLogFile
    CALL "CBL_DELETE_FILE" USING "data/ApplicationStatusLog.dat"
    CALL "CBL_RENAME_FILE" USING "data/ApplicationStatusLog.tmp"
        "data/ApplicationStatusLog.dat".

PURGE-PROJECTS.
    MOVE "data/Projects.dat" TO WS-RECOVER-DAT
    MOVE "data/Projects.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ProjectsFile
    IF WS-FILE-STAT = "35"
        CLOSE ProjectsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempProjectsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ProjectsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(PRJ-USERNAME) NOT = FUNCTION TRIM(LK-USERNAME)
                    MOVE PROJECT-RECORD TO TEMP-PROJECT-RECORD
                    WRITE TEMP-PROJECT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE ProjectsFile
    CLOSE TempProjectsFile
    CALL "CBL_DELETE_FILE" USING "data/Projects.dat"
    CALL "CBL_RENAME_FILE" USING "data/Projects.tmp"
        "data/Projects.dat".

END PROGRAM PurgeUserRows.
