>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RenameUsername.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT UsernameChangesFile ASSIGN TO "data/UsernameChanges.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempChangesFile ASSIGN TO "data/UsernameChanges.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ControlReportFile ASSIGN TO "data/UsernameChangeControl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.
    SELECT ProfileFile ASSIGN TO "data/profiles.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempProfileFile ASSIGN TO "data/profiles.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ProfileHistoryFile ASSIGN TO "data/ProfileHistory.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempHistoryFile ASSIGN TO "data/ProfileHistory.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CompanyXrefFile ASSIGN TO "data/CompanyXref.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempXrefFile ASSIGN TO "data/CompanyXref.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT DraftFile ASSIGN TO "data/ProfileDrafts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempDraftFile ASSIGN TO "data/ProfileDrafts.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT RecoveryFile ASSIGN TO "data/AccountRecovery.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempRecoveryFile ASSIGN TO "data/AccountRecovery.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT PendingRequestsFile ASSIGN TO "data/PendingRequests.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS WS-REL-RRN
        FILE STATUS IS WS-FILE-STAT.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-FILE-STAT.
    SELECT NotificationsFile ASSIGN TO "data/Notifications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempNotifFile ASSIGN TO "data/Notifications.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT RecentlyViewedFile ASSIGN TO "data/RecentlyViewed.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempRVFile ASSIGN TO "data/RecentlyViewed.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT SkillsCompletedFile ASSIGN TO "data/SkillsCompleted.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempSkillFile ASSIGN TO "data/SkillsCompleted.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT BlocklistFile ASSIGN TO "data/Blocklist.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempBlockFile ASSIGN TO "data/Blocklist.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT JobApplicationsFile ASSIGN TO "data/JobApplications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempAppFile ASSIGN TO "data/JobApplications.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempJobFile ASSIGN TO "data/JobPostings.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ContactCardsFile ASSIGN TO "data/ContactCards.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempCardsFile ASSIGN TO "data/ContactCards.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT MessagesFile ASSIGN TO "data/Messages.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempMessagesFile ASSIGN TO "data/Messages.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ApplicationDetailsFile ASSIGN TO "data/ApplicationDetails.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempDetailsFile ASSIGN TO "data/ApplicationDetails.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT SkillEndorsementsFile ASSIGN TO "data/SkillEndorsements.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempEndorseFile ASSIGN TO "data/SkillEndorsements.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT RecommendationsFile ASSIGN TO "data/Recommendations.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempRecoFile ASSIGN TO "data/Recommendations.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT MentorsFile ASSIGN TO "data/Mentors.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempMentorsFile ASSIGN TO "data/Mentors.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT MentorRequestsFile ASSIGN TO "data/MentorRequests.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempRequestsFile ASSIGN TO "data/MentorRequests.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT SavedJobsFile ASSIGN TO "data/SavedJobs.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempSavedFile ASSIGN TO "data/SavedJobs.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT SavedSearchesFile ASSIGN TO "data/SavedSearches.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempSearchesFile ASSIGN TO "data/SavedSearches.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT EventRsvpsFile ASSIGN TO "data/EventRsvps.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempRsvpsFile ASSIGN TO "data/EventRsvps.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT NotifyPrefsFile ASSIGN TO "data/NotificationPrefs.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempNotifyFile ASSIGN TO "data/NotificationPrefs.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT PrivacyPrefsFile ASSIGN TO "data/PrivacyPrefs.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempPrivacyFile ASSIGN TO "data/PrivacyPrefs.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT PasswordHistoryFile ASSIGN TO "data/PasswordHistory.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempPasswordFile ASSIGN TO "data/PasswordHistory.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT PendingInvitationsFile ASSIGN TO "data/PendingInvitations.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempInviteFile ASSIGN TO "data/PendingInvitations.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT FeatureUsageFile ASSIGN TO "data/FeatureUsage.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempUsageFile ASSIGN TO "data/FeatureUsage.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT InterviewSlotsFile ASSIGN TO "data/InterviewSlots.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempSlotsFile ASSIGN TO "data/InterviewSlots.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT CompanyMembersFile ASSIGN TO "data/CompanyMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempMembersFile ASSIGN TO "data/CompanyMembers.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT CompanyProfileFile ASSIGN TO "data/CompanyProfiles.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempCompanyFile ASSIGN TO "data/CompanyProfiles.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CareerEventsFile ASSIGN TO "data/CareerEvents.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
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
    SELECT LoginCodeOptInFile ASSIGN TO "data/LoginCodeOptIn.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempLoginCodeOptInFile ASSIGN TO "data/LoginCodeOptIn.tmp"
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
    SELECT IntroductionRequestsFile ASSIGN TO "data/IntroductionRequests.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS WS-REL-RRN
        FILE STATUS IS WS-FILE-STAT.
    SELECT GroupsFile ASSIGN TO "data/Groups.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempGroupsFile ASSIGN TO "data/Groups.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT StaffFile ASSIGN TO "data/CareerServicesStaff.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempStaffFile ASSIGN TO "data/CareerServicesStaff.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT EndorseFlagsFile ASSIGN TO "data/EndorsementFlags.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempEndorseFlagsFile ASSIGN TO "data/EndorsementFlags.tmp"
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
    SELECT AcceptanceFile ASSIGN TO "data/TermsAcceptance.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempAcceptanceFile ASSIGN TO "data/TermsAcceptance.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT DormantWarningFile ASSIGN TO "data/DormantWarnings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempDormantWarningFile ASSIGN TO "data/DormantWarnings.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT AccountFile ASSIGN TO "data/accounts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempAccountFile ASSIGN TO "data/accounts.tmp"
        ORGANIZATION IS SEQUENTIAL.

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

FD ControlReportFile.
01 REPORT-LINE PIC X(200).

FD ProfileFile.
01 PROFILE-RECORD.
   05 PROF-USERNAME PIC X(30).
   05 FILLER        PIC X(1743).

FD TempProfileFile.
01 TEMP-PROFILE-RECORD PIC X(1773).

FD ProfileHistoryFile.
01 PROFILE-HISTORY-RECORD.
   05 PH-SAVED-TS PIC 9(14).
   05 PH-SAVED-BY PIC X(15).
   05 PH-PROFILE.
       10 PH-USERNAME PIC X(30).
       10 FILLER      PIC X(1743).
FD TempHistoryFile.
01 TEMP-HISTORY-RECORD PIC X(1802).

FD CompanyXrefFile.
01 COMPANY-XREF-RECORD.
   05 CX-COMPANY  PIC X(50).
   05 CX-USERNAME PIC X(30).

FD TempXrefFile.
01 TEMP-XREF-RECORD PIC X(80).

FD DraftFile.
01 DRAFT-RECORD.
   05 DR-USERNAME PIC X(30).
   05 FILLER      PIC X(1745).

FD TempDraftFile.
01 TEMP-DRAFT-RECORD PIC X(1775).

FD RecoveryFile.
01 RECOVERY-RECORD.
       05 REC-USERNAME        PIC X(30).
       05 REC-QUESTION-ID     PIC 9(02).
       05 REC-SALT            PIC X(8).
       05 REC-ANSWER-HASH     PIC 9(10).

FD TempRecoveryFile.
01 TEMP-RECOVERY-RECORD PIC X(50).

FD PendingRequestsFile.
01 PENDING-REQUESTS-RECORD.
       05 REQUEST-ID           PIC 9(4).
       05 SENDER-USERNAME      PIC X(30).
       05 RECIPIENT-USERNAME   PIC X(30).
       05 REQUEST-DATE         PIC 9(8).
       05 REQUEST-NOTE         PIC X(100).

FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
       05 NOTIF-USERNAME    PIC X(30).
       05 NOTIF-MESSAGE     PIC X(100).
       05 NOTIF-READ-FLAG   PIC X.
FD TempNotifFile.
01 TEMP-NOTIF-RECORD PIC X(131).

FD RecentlyViewedFile.
01 RECENTLY-VIEWED-RECORD.
       05 RV-VIEWER-USERNAME PIC X(30).
       05 RV-VIEWED-USERNAME PIC X(30).
       05 RV-VIEWED-NAME     PIC X(50).
       05 RV-VIEW-TS         PIC 9(14).
FD TempRVFile.
01 TEMP-RV-RECORD PIC X(124).

FD SkillsCompletedFile.
01 SKILL-COMPLETED-RECORD.
       05 SKILL-USERNAME PIC X(30).
       05 SKILL-NUMBER   PIC 9.
FD TempSkillFile.
01 TEMP-SKILL-RECORD PIC X(31).

FD BlocklistFile.
01 BLOCKLIST-RECORD.
       05 BL-USER-A            PIC X(30).
       05 BL-USER-B            PIC X(30).
FD TempBlockFile.
01 TEMP-BLOCK-RECORD PIC X(60).

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
       05 APP-USERNAME      PIC X(30).
       05 APP-JOB-TITLE     PIC X(50).
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).
FD TempAppFile.
01 TEMP-APP-RECORD PIC X(148).

FD JobPostingsFile.
01 JOB-POSTING-RECORD.
       05 JOB-TITLE         PIC X(50).
       05 JOB-COMPANY       PIC X(50).
       05 JOB-DESCRIPTION   PIC X(200).
       05 JOB-MAJOR         PIC X(50).
       05 JOB-POSTED-DATE   PIC 9(8).
       05 JOB-LOCATION      PIC X(50).
       05 JOB-POSTED-BY     PIC X(30).
       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).
FD TempJobFile.
01 TEMP-JOB-RECORD PIC X(486).

FD ContactCardsFile.
01 CONTACT-CARD-RECORD.
       05 CC-USERNAME PIC X(30).
       05 CC-EMAIL    PIC X(60).
       05 CC-PHONE    PIC X(20).
       05 CC-WEBSITE  PIC X(60).
FD TempCardsFile.
01 TEMP-CARD-RECORD PIC X(170).

FD MessagesFile.
01 MESSAGE-RECORD.
       05 MSG-SENDER     PIC X(30).
       05 MSG-RECIPIENT  PIC X(30).
       05 MSG-TEXT       PIC X(200).
       05 MSG-SENT-TS    PIC 9(14).
       05 MSG-READ-FLAG  PIC X.
FD TempMessagesFile.
01 TEMP-MESSAGE-RECORD PIC X(275).

FD ApplicationDetailsFile.
01 APPLICATION-DETAIL-RECORD.
       05 AD-USERNAME    PIC X(30).
       05 AD-JOB-TITLE   PIC X(50).
       05 AD-JOB-COMPANY PIC X(50).
       05 AD-COVER-NOTE  PIC X(200).
       05 AD-PROFILE     PIC X(1735).
       05 AD-POSTING-ID  PIC 9(9).
FD TempDetailsFile.
01 TEMP-DETAIL-RECORD PIC X(2074).

FD SkillEndorsementsFile.
01 SKILL-ENDORSEMENT-RECORD.
       05 SE-OWNER        PIC X(30).
       05 SE-SKILL-NUMBER PIC 9.
       05 SE-ENDORSER     PIC X(30).
FD TempEndorseFile.
01 TEMP-ENDORSE-RECORD PIC X(61).

FD RecommendationsFile.
01 RECOMMENDATION-RECORD.
       05 RECO-OWNER   PIC X(30).
       05 RECO-AUTHOR  PIC X(30).
       05 RECO-TEXT    PIC X(200).
       05 RECO-DATE    PIC 9(8).
       05 RECO-STATUS  PIC X(01).
FD TempRecoFile.
01 TEMP-RECO-RECORD PIC X(269).

FD MentorsFile.
01 MENTOR-RECORD.
       05 MEN-USERNAME PIC X(30).
       05 MEN-TOPIC    PIC X(50).
       05 MEN-CAPACITY PIC 9(2).
FD TempMentorsFile.
01 TEMP-MENTOR-RECORD PIC X(82).

FD MentorRequestsFile.
01 MENTOR-REQUEST-RECORD.
       05 MR-STUDENT PIC X(30).
       05 MR-MENTOR  PIC X(30).
       05 MR-STATUS  PIC X(01).
FD TempRequestsFile.
01 TEMP-REQUEST-RECORD PIC X(61).

FD SavedJobsFile.
01 SAVED-JOB-RECORD.
       05 SAVED-USERNAME    PIC X(30).
       05 SAVED-JOB-TITLE   PIC X(50).
       05 SAVED-JOB-COMPANY PIC X(50).
       05 SAVED-DATE        PIC 9(8).
       05 SAVED-POSTING-ID  PIC 9(9).
FD TempSavedFile.
01 TEMP-SAVED-RECORD PIC X(147).

FD SavedSearchesFile.
01 SAVED-SEARCH-RECORD.
       05 SS-USERNAME PIC X(30).
       05 SS-MODE     PIC X(01).
       05 SS-VALUE    PIC X(50).
FD TempSearchesFile.
01 TEMP-SEARCH-RECORD PIC X(81).

FD EventRsvpsFile.
01 EVENT-RSVP-RECORD.
       05 RSVP-USERNAME  PIC X(30).
       05 RSVP-POSTED-BY PIC X(30).
       05 RSVP-TITLE     PIC X(50).
       05 RSVP-DATE      PIC 9(8).
FD TempRsvpsFile.
01 TEMP-RSVP-RECORD PIC X(118).

FD NotifyPrefsFile.
01 NOTIFY-PREF-RECORD.
       05 NP-USERNAME PIC X(30).
       05 NP-CATEGORY PIC X(01).
       05 NP-SETTING  PIC X(01).
FD TempNotifyFile.
01 TEMP-NOTIFY-RECORD PIC X(32).

FD PrivacyPrefsFile.
01 PRIVACY-PREF-RECORD.
       05 PV-USERNAME       PIC X(30).
       05 PV-SCOPE          PIC X(01).
       05 PV-HIDE-CANDIDATE PIC X(01).
       05 PV-HIDE-VIEWS     PIC X(01).
FD TempPrivacyFile.
01 TEMP-PRIVACY-RECORD PIC X(33).

FD PasswordHistoryFile.
01 PASSWORD-HISTORY-RECORD.
       05 PWH-USERNAME PIC X(30).
       05 PWH-SALT     PIC X(8).
       05 PWH-HASH     PIC 9(10).
FD TempPasswordFile.
01 TEMP-PASSWORD-RECORD PIC X(48).

FD PendingInvitationsFile.
01 PENDING-INVITATION-RECORD.
       05 INV-INVITER PIC X(30).
       05 INV-NAME    PIC X(50).
       05 INV-NOTE    PIC X(100).
       05 INV-DATE    PIC 9(8).
FD TempInviteFile.
01 TEMP-INVITE-RECORD PIC X(188).

FD FeatureUsageFile.
01 FEATURE-USAGE-RECORD.
       05 FU-USERNAME PIC X(30).
       05 FU-MENU     PIC X(01).
       05 FU-OPTION   PIC 9(2).
       05 FU-TS       PIC 9(14).
FD TempUsageFile.
01 TEMP-USAGE-RECORD PIC X(47).

FD InterviewSlotsFile.
01 INTERVIEW-SLOT-RECORD.
       05 SLOT-EMPLOYER    PIC X(30).
       05 SLOT-JOB-TITLE   PIC X(50).
       05 SLOT-JOB-COMPANY PIC X(50).
       05 SLOT-DATE        PIC 9(8).
       05 SLOT-TIME        PIC 9(4).
       05 SLOT-BOOKED-BY   PIC X(30).
       05 SLOT-POSTING-ID  PIC 9(9).
FD TempSlotsFile.
01 TEMP-SLOT-RECORD PIC X(181).

FD CompanyMembersFile.
01 COMPANY-MEMBER-RECORD.
       05 CM-COMPANY  PIC X(50).
       05 CM-USERNAME PIC X(30).
       05 CM-ROLE     PIC X(01).
FD TempMembersFile.
01 TEMP-MEMBER-RECORD PIC X(81).

FD CompanyProfileFile.
01 COMPANY-PROFILE-RECORD.
       05 CP-USERNAME     PIC X(30).
       05 CP-COMPANY-NAME PIC X(50).
       05 CP-INDUSTRY     PIC X(50).
       05 CP-SIZE         PIC X(20).
       05 CP-DESCRIPTION  PIC X(200).
       05 CP-LOCATIONS    PIC X(100).
FD TempCompanyFile.
01 TEMP-COMPANY-RECORD PIC X(450).

FD CareerEventsFile.
01 CAREER-EVENT-RECORD.
       05 EV-POSTED-BY  PIC X(30).
       05 EV-TITLE      PIC X(50).
       05 EV-DATE       PIC 9(8).
       05 EV-LOCATION   PIC X(50).
       05 EV-UNIVERSITY PIC X(50).
       05 EV-MAJOR      PIC X(50).
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

FD IntroductionRequestsFile.
01 INTRODUCTION-REQUEST-RECORD.
       05 INTRO-ID              PIC 9(4).
       05 REQUESTER-USERNAME    PIC X(30).
       05 INTERMEDIARY-USERNAME PIC X(30).
       05 TARGET-USERNAME       PIC X(30).
       05 INTRO-REQUEST-DATE    PIC 9(8).
       05 INTRO-STATUS          PIC X.
       05 INTRO-NOTE            PIC X(100).

FD GroupsFile.
01 GROUP-RECORD.
       05 GRP-ID           PIC 9(4).
       05 GRP-NAME         PIC X(50).
       05 GRP-TYPE         PIC X(01).
       05 GRP-DESCRIPTION  PIC X(200).
       05 GRP-UNIVERSITY   PIC X(50).
       05 GRP-OWNER        PIC X(30).
       05 GRP-CREATED-DATE PIC 9(8).

FD TempGroupsFile.
01 TEMP-GROUP-RECORD PIC X(343).

FD StaffFile.
01 STAFF-RECORD.
   05 CS-USERNAME   PIC X(30).
   05 CS-UNIVERSITY PIC X(50).

FD TempStaffFile.
01 TEMP-STAFF-RECORD PIC X(80).

FD EndorseFlagsFile.
01 ENDORSEMENT-FLAG-RECORD.
       05 EF-USERNAME      PIC X(30).
       05 EF-REASONS       PIC X(04).
       05 EF-FIRST-FLAGGED PIC 9(8).
       05 EF-LAST-FLAGGED  PIC 9(8).
       05 EF-STATUS        PIC X(01).
FD TempEndorseFlagsFile.
01 TEMP-ENDORSE-FLAG-RECORD PIC X(51).

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

FD AcceptanceFile.
01 ACCEPTANCE-RECORD.
       05 TA-USERNAME      PIC X(30).
       05 TA-VERSION       PIC 9(4).
       05 TA-ACCEPTED-TS   PIC 9(14).
FD TempAcceptanceFile.
01 TEMP-ACCEPTANCE-RECORD PIC X(48).

FD DormantWarningFile.
01 DORMANT-WARNING-RECORD.
       05 DW-USERNAME      PIC X(30).
       05 DW-WARNED-DATE   PIC 9(8).
FD TempDormantWarningFile.
01 TEMP-DORMANT-WARNING-RECORD PIC X(38).

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

FD TempAccountFile.
01 TEMP-ACCOUNT-RECORD PIC X(67).

WORKING-STORAGE SECTION.
*> Carries out an approved username change (UsernameChangeQueue.cob)
*> by rewriting LK-OLD-USERNAME to LK-NEW-USERNAME in every per-user
*> file - every file PurgeUserRows.cob and CloseAccount.cob clear at
*> closure, plus the profile and its history, the company cross
*> reference, profile drafts, recovery answers, introductions, group
*> ownership and the career-services staff list - one step per file,
*> all inside one update-lock window (UpdateLock.cob, re-stamped with
*> "T" after each step so the long window is never taken over as
*> abandoned). Unlike the short rebuilds elsewhere, this run does not
*> proceed without the lock: LK-RESULT "L" sends it back to the queue
*> still approved. accounts.dat is the last step, so the old name
*> keeps signing in, and stays taken, until everything else is done.
*>
*> Each step writes a control line to data/UsernameChangeControl.txt:
*> rows read and rows carrying the old and the new name before the
*> rewrite, the same three after it. A step balances when no rows
*> were gained or lost, no old-name rows remain, and every old-name
*> row now carries the new name. LK-RESULT "Y" all balanced, "W"
*> finished with lines out of balance, "N" not run.
*>
*> Recovery: the journal row in data/UsernameChanges.dat stays "R"
*> (running), with UC-STEP the last step finished, until the final
*> step - it turns "D" only then. A run that stops partway (crash,
*> lost terminal) is found by the queue and simply run again from
*> step 1: every step is a plain old-to-new rewrite, so repeating a
*> finished one changes only rows written under the old name while
*> the run was stopped, and each rebuild starts with RecoverTempFile
*> so a step caught between its delete and rename is completed first.
*> Connections.dat is indexed, so its rows are rekeyed by writing the
*> new-name row before deleting the old one - a stop in between
*> leaves both, and the repeat deletes the old.
77 WS-FILE-STAT      PIC XX VALUE SPACES.
77 WS-REPORT-STAT    PIC XX VALUE SPACES.
77 WS-EOF            PIC X VALUE "N".
77 WS-LOCK-RESULT    PIC X VALUE SPACE.
77 WS-RECOVER-DAT    PIC X(60) VALUE SPACES.
77 WS-RECOVER-TMP    PIC X(60) VALUE SPACES.
77 WS-REL-RRN        PIC 9(4) VALUE 0.
77 WS-OLD-USERNAME   PIC X(30) VALUE SPACES.
77 WS-NEW-USERNAME   PIC X(30) VALUE SPACES.
77 WS-TODAY          PIC 9(8) VALUE 0.
77 WS-NOW-TIME       PIC 9(8) VALUE 0.

77 WS-STEP           PIC 9(3) VALUE 0.
77 WS-STEP-COUNT     PIC 9(3) VALUE 59.
77 WS-LAST-STEP      PIC 9(3) VALUE 0.
77 WS-STEP-FILE      PIC X(30) VALUE SPACES.
77 WS-FILE-MISSING   PIC X VALUE "N".
77 WS-JOURNAL-FOUND  PIC X VALUE "N".
77 WS-JOURNAL-STATUS PIC X VALUE SPACE.
77 WS-UNBALANCED     PIC 9(3) VALUE 0.
77 WS-CONTROL-RESULT PIC X(14) VALUE SPACES.

77 WS-ROWS-IN        PIC 9(7) VALUE 0.
77 WS-OLD-BEFORE     PIC 9(7) VALUE 0.
77 WS-NEW-BEFORE     PIC 9(7) VALUE 0.
77 WS-ROWS-OUT       PIC 9(7) VALUE 0.
77 WS-OLD-AFTER      PIC 9(7) VALUE 0.
77 WS-NEW-AFTER      PIC 9(7) VALUE 0.
77 WS-EXPECTED-NEW   PIC 9(7) VALUE 0.
77 WS-HAS-OLD        PIC X VALUE "N".
77 WS-HAS-NEW        PIC X VALUE "N".
77 WS-SLOT-IDX       PIC 9 VALUE 0.
01 WS-NAME-SLOTS.
   05 WS-NAME-SLOT OCCURS 3 TIMES PIC X(30).

77 WS-CONN-SIDE      PIC X VALUE SPACE.
77 WS-MOVE-COUNT     PIC 9(4) VALUE 0.
77 WS-ROUND-DELETED  PIC 9(4) VALUE 0.
77 WS-SCAN-ROWS      PIC 9(7) VALUE 0.
77 WS-SCAN-OLD       PIC 9(7) VALUE 0.
77 WS-SCAN-NEW       PIC 9(7) VALUE 0.
77 I                 PIC 9(4) VALUE 0.
01 WS-MOVE-TABLE.
   05 WS-MOVE-ROW OCCURS 1000 TIMES.
       10 WS-M-USER-A PIC X(30).
       10 WS-M-USER-B PIC X(30).
       10 WS-M-DATE   PIC 9(8).

77 WS-NAMES-OK        PIC X VALUE "N".
77 WS-OLD-FREE        PIC X VALUE SPACE.
77 WS-NEW-FREE        PIC X VALUE SPACE.
77 WS-DS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-DS-ACCOUNT-TYPE PIC X VALUE SPACE.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.
77 WS-GUARD-IDX     PIC 9(2) VALUE 0.
01 WS-GUARD-LIST.
   05 FILLER PIC X(30) VALUE "accounts.dat".
   05 FILLER PIC 9(2)  VALUE 2.
   05 FILLER PIC X(30) VALUE "profiles.dat".
   05 FILLER PIC 9(2)  VALUE 2.
   05 FILLER PIC X(30) VALUE "AccountRecovery.dat".
   05 FILLER PIC 9(2)  VALUE 2.
   05 FILLER PIC X(30) VALUE "Connections.dat".
   05 FILLER PIC 9(2)  VALUE 2.
   05 FILLER PIC X(30) VALUE "JobApplications.dat".
   05 FILLER PIC 9(2)  VALUE 3.
   05 FILLER PIC X(30) VALUE "JobPostings.dat".
   05 FILLER PIC 9(2)  VALUE 4.
   05 FILLER PIC X(30) VALUE "ApplicationDetails.dat".
   05 FILLER PIC 9(2)  VALUE 2.
   05 FILLER PIC X(30) VALUE "SavedJobs.dat".
   05 FILLER PIC 9(2)  VALUE 2.
   05 FILLER PIC X(30) VALUE "InterviewSlots.dat".
   05 FILLER PIC 9(2)  VALUE 2.
   05 FILLER PIC X(30) VALUE "PostingReports.dat".
   05 FILLER PIC 9(2)  VALUE 2.
   05 FILLER PIC X(30) VALUE "Scorecards.dat".
   05 FILLER PIC 9(2)  VALUE 2.
   05 FILLER PIC X(30) VALUE "ApplicationThreads.dat".
   05 FILLER PIC 9(2)  VALUE 2.
   05 FILLER PIC X(30) VALUE "Placements.dat".
   05 FILLER PIC 9(2)  VALUE 2.
01 WS-GUARD-TABLE REDEFINES WS-GUARD-LIST.
   05 WS-GUARD-ENTRY OCCURS 13 TIMES.
       10 WS-GUARD-ENTRY-FILE    PIC X(30).
       10 WS-GUARD-ENTRY-VERSION PIC 9(2).

LINKAGE SECTION.
01 LK-OLD-USERNAME PIC X(30).
01 LK-NEW-USERNAME PIC X(30).
01 LK-RESULT       PIC X.

PROCEDURE DIVISION USING LK-OLD-USERNAME LK-NEW-USERNAME LK-RESULT.
MAIN-LOGIC.
    MOVE LK-OLD-USERNAME TO WS-OLD-USERNAME
    MOVE LK-NEW-USERNAME TO WS-NEW-USERNAME
    MOVE "N" TO LK-RESULT
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME

    PERFORM FIND-JOURNAL-ROW
    IF WS-JOURNAL-FOUND = "N"
        DISPLAY "No approved change from " FUNCTION TRIM(WS-OLD-USERNAME)
            " to " FUNCTION TRIM(WS-NEW-USERNAME) " is on file."
        GOBACK
    END-IF

    PERFORM GUARD-LAYOUTS
    IF WS-GUARD-RESULT NOT = "Y"
        DISPLAY "The data files are not at the layout this program "
            "expects. Run MigrateDataFiles before changing usernames."
        GOBACK
    END-IF

    PERFORM CHECK-NAMES
    IF WS-NAMES-OK = "N"
        GOBACK
    END-IF

    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    IF WS-LOCK-RESULT NOT = "Y"
        DISPLAY "Another update is in progress. The change stays "
            "approved and runs the next time the queue is opened."
        MOVE "L" TO LK-RESULT
        GOBACK
    END-IF

    PERFORM OPEN-CONTROL-REPORT
    MOVE 0 TO WS-UNBALANCED
    MOVE "R" TO WS-JOURNAL-STATUS
    PERFORM VARYING WS-STEP FROM 1 BY 1 UNTIL WS-STEP > WS-STEP-COUNT
        PERFORM CLEAR-CONTROL-COUNTS
        PERFORM RUN-STEP
        PERFORM WRITE-CONTROL-LINE
        PERFORM SAVE-JOURNAL-STEP
        CALL "UpdateLock" USING "T" WS-LOCK-RESULT
    END-PERFORM

    MOVE WS-STEP-COUNT TO WS-STEP
    MOVE "D" TO WS-JOURNAL-STATUS
    PERFORM SAVE-JOURNAL-STEP
    PERFORM CLOSE-CONTROL-REPORT
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT

    IF WS-UNBALANCED = 0
        MOVE "Y" TO LK-RESULT
    ELSE
        MOVE "W" TO LK-RESULT
    END-IF
    GOBACK.

FIND-JOURNAL-ROW.
    *> The queue marks the row "R" before calling; UC-STEP is where an
    *> earlier run of the same change stopped.
    MOVE "N" TO WS-JOURNAL-FOUND
    MOVE 0 TO WS-LAST-STEP
    MOVE "N" TO WS-EOF
    MOVE "data/UsernameChanges.dat" TO WS-RECOVER-DAT
    MOVE "data/UsernameChanges.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN INPUT UsernameChangesFile
    IF WS-FILE-STAT = "35"
        CLOSE UsernameChangesFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ UsernameChangesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF UC-OLD-USERNAME = WS-OLD-USERNAME
                    AND UC-NEW-USERNAME = WS-NEW-USERNAME
                    AND UC-STATUS = "R"
                    MOVE "Y" TO WS-JOURNAL-FOUND
                    MOVE UC-STEP TO WS-LAST-STEP
                END-IF
        END-READ
    END-PERFORM
    CLOSE UsernameChangesFile.

GUARD-LAYOUTS.
    MOVE "Y" TO WS-GUARD-RESULT
    PERFORM VARYING WS-GUARD-IDX FROM 1 BY 1
        UNTIL WS-GUARD-IDX > 13 OR WS-GUARD-RESULT NOT = "Y"
        MOVE WS-GUARD-ENTRY-FILE(WS-GUARD-IDX) TO WS-GUARD-FILE
        MOVE WS-GUARD-ENTRY-VERSION(WS-GUARD-IDX) TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-PERFORM.

CHECK-NAMES.
    *> Normally the old name is on accounts.dat and the new one is
    *> free. Old free and new taken is only right when the last run
    *> got as far as the accounts.dat step (the final one) before it
    *> stopped; any other combination means something changed under
    *> the approval and the run is refused.
    MOVE "Y" TO WS-NAMES-OK
    CALL "DataStore" USING "C" WS-OLD-USERNAME WS-DS-PASSWORD WS-OLD-FREE
        WS-DS-ACCOUNT-TYPE
    CALL "DataStore" USING "C" WS-NEW-USERNAME WS-DS-PASSWORD WS-NEW-FREE
        WS-DS-ACCOUNT-TYPE
    EVALUATE TRUE
        WHEN WS-OLD-FREE = "N" AND WS-NEW-FREE = "Y"
            CONTINUE
        WHEN WS-OLD-FREE = "Y" AND WS-NEW-FREE = "N"
            AND WS-LAST-STEP >= WS-STEP-COUNT - 1
            CONTINUE
        WHEN WS-NEW-FREE = "N"
            DISPLAY "The username " FUNCTION TRIM(WS-NEW-USERNAME)
                " already belongs to another account. The change "
                "cannot run until that is resolved."
            MOVE "N" TO WS-NAMES-OK
        WHEN OTHER
            DISPLAY "There is no account named "
                FUNCTION TRIM(WS-OLD-USERNAME) " any more."
            MOVE "N" TO WS-NAMES-OK
    END-EVALUATE.

RUN-STEP.
    EVALUATE WS-STEP
        WHEN 1
            PERFORM RENAME-PROFILES
        WHEN 2
            PERFORM RENAME-PROFILE-HISTORY
        WHEN 3
            PERFORM RENAME-COMPANY-XREF
        WHEN 4
            PERFORM RENAME-PROFILE-DRAFTS
        WHEN 5
            PERFORM RENAME-RECOVERY-ANSWERS
        WHEN 6
            PERFORM RENAME-PENDING-REQUESTS
        WHEN 7
            PERFORM RENAME-CONNECTIONS
        WHEN 8
            PERFORM RENAME-NOTIFICATIONS
        WHEN 9
            PERFORM RENAME-RECENTLY-VIEWED
        WHEN 10
            PERFORM RENAME-SKILLS-COMPLETED
        WHEN 11
            PERFORM RENAME-BLOCKLIST
        WHEN 12
            PERFORM RENAME-JOB-APPLICATIONS
        WHEN 13
            PERFORM RENAME-JOB-POSTINGS
        WHEN 14
            PERFORM RENAME-CONTACT-CARD
        WHEN 15
            PERFORM RENAME-MESSAGES
        WHEN 16
            PERFORM RENAME-APPLICATION-DETAILS
        WHEN 17
            PERFORM RENAME-ENDORSEMENTS
        WHEN 18
            PERFORM RENAME-RECOMMENDATIONS
        WHEN 19
            PERFORM RENAME-MENTORS
        WHEN 20
            PERFORM RENAME-MENTOR-REQUESTS
        WHEN 21
            PERFORM RENAME-SAVED-JOBS
        WHEN 22
            PERFORM RENAME-SAVED-SEARCHES
        WHEN 23
            PERFORM RENAME-EVENT-RSVPS
        WHEN 24
            PERFORM RENAME-NOTIFY-PREFS
        WHEN 25
            PERFORM RENAME-PRIVACY-PREFS
        WHEN 26
            PERFORM RENAME-PASSWORD-HISTORY
        WHEN 27
            PERFORM RENAME-INVITATIONS
        WHEN 28
            PERFORM RENAME-FEATURE-USAGE
        WHEN 29
            PERFORM RENAME-INTERVIEW-SLOTS
        WHEN 30
            PERFORM RENAME-COMPANY-MEMBERSHIP
        WHEN 31
            PERFORM RENAME-COMPANY-PROFILE
        WHEN 32
            PERFORM RENAME-CAREER-EVENTS
        WHEN 33
            PERFORM RENAME-GROUP-MEMBERSHIP
        WHEN 34
            PERFORM RENAME-GROUP-POSTS
        WHEN 35
            PERFORM RENAME-PLACEMENTS
        WHEN 36
            PERFORM RENAME-APPLICATION-THREADS
        WHEN 37
            PERFORM RENAME-SCORECARDS
        WHEN 38
            PERFORM RENAME-ENROLLMENT-VERIFICATION
        WHEN 39
            PERFORM RENAME-POSTING-REPORTS
        WHEN 40
            PERFORM RENAME-CONTENT-HOLDS
        WHEN 41
            PERFORM RENAME-CERTIFICATES
        WHEN 42
            PERFORM RENAME-COMPANY-REVIEWS
        WHEN 43
            PERFORM RENAME-LOGIN-CODES
        WHEN 44
            PERFORM RENAME-LOGIN-CODE-OPT-IN
        WHEN 45
            PERFORM RENAME-SUPPORT-TICKETS
        WHEN 46
            PERFORM RENAME-TICKET-REPLIES
        WHEN 47
            PERFORM RENAME-INTRODUCTIONS
        WHEN 48
            PERFORM RENAME-GROUPS
        WHEN 49
            PERFORM RENAME-CAREER-SERVICES-STAFF
        WHEN 50
            PERFORM RENAME-ENDORSEMENT-FLAGS
        WHEN 51
            PERFORM RENAME-SHORTLISTS
        WHEN 52
            PERFORM RENAME-SHORTLIST-ENTRIES
        WHEN 53
            PERFORM RENAME-JOB-INVITES
        WHEN 54
            PERFORM RENAME-REFERRALS
        WHEN 55
            PERFORM RENAME-STATUS-LOG
        WHEN 56
            PERFORM RENAME-PROJECTS
        WHEN 57
            PERFORM RENAME-TERMS-ACCEPTANCE
        WHEN 58
            PERFORM RENAME-DORMANT-WARNINGS
        WHEN 59
            PERFORM RENAME-ACCOUNTS
    END-EVALUATE.

RENAME-PROFILES.
    MOVE "profiles.dat" TO WS-STEP-FILE
    MOVE "data/profiles.dat" TO WS-RECOVER-DAT
    MOVE "data/profiles.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ProfileFile
    IF WS-FILE-STAT = "35"
        CLOSE ProfileFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempProfileFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ProfileFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PROF-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF PROF-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO PROF-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PROF-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE PROFILE-RECORD TO TEMP-PROFILE-RECORD
                WRITE TEMP-PROFILE-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE ProfileFile
    CLOSE TempProfileFile
    CALL "CBL_DELETE_FILE" USING "data/profiles.dat"
    CALL "CBL_RENAME_FILE" USING "data/profiles.tmp"
        "data/profiles.dat".

RENAME-PROFILE-HISTORY.
    MOVE "ProfileHistory.dat" TO WS-STEP-FILE
    MOVE "data/ProfileHistory.dat" TO WS-RECOVER-DAT
    MOVE "data/ProfileHistory.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ProfileHistoryFile
    IF WS-FILE-STAT = "35"
        CLOSE ProfileHistoryFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempHistoryFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ProfileHistoryFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PH-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF PH-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO PH-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PH-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE PROFILE-HISTORY-RECORD TO TEMP-HISTORY-RECORD
                WRITE TEMP-HISTORY-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE ProfileHistoryFile
    CLOSE TempHistoryFile
    CALL "CBL_DELETE_FILE" USING "data/ProfileHistory.dat"
    CALL "CBL_RENAME_FILE" USING "data/ProfileHistory.tmp"
        "data/ProfileHistory.dat".

RENAME-COMPANY-XREF.
    MOVE "CompanyXref.dat" TO WS-STEP-FILE
    MOVE "data/CompanyXref.dat" TO WS-RECOVER-DAT
    MOVE "data/CompanyXref.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyXrefFile
    IF WS-FILE-STAT = "35"
        CLOSE CompanyXrefFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempXrefFile
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyXrefFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CX-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF CX-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO CX-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CX-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE COMPANY-XREF-RECORD TO TEMP-XREF-RECORD
                WRITE TEMP-XREF-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE CompanyXrefFile
    CLOSE TempXrefFile
    CALL "CBL_DELETE_FILE" USING "data/CompanyXref.dat"
    CALL "CBL_RENAME_FILE" USING "data/CompanyXref.tmp"
        "data/CompanyXref.dat".

RENAME-PROFILE-DRAFTS.
    MOVE "ProfileDrafts.dat" TO WS-STEP-FILE
    MOVE "data/ProfileDrafts.dat" TO WS-RECOVER-DAT
    MOVE "data/ProfileDrafts.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT DraftFile
    IF WS-FILE-STAT = "35"
        CLOSE DraftFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempDraftFile
    PERFORM UNTIL WS-EOF = "Y"
        READ DraftFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE DR-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF DR-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO DR-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE DR-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE DRAFT-RECORD TO TEMP-DRAFT-RECORD
                WRITE TEMP-DRAFT-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE DraftFile
    CLOSE TempDraftFile
    CALL "CBL_DELETE_FILE" USING "data/ProfileDrafts.dat"
    CALL "CBL_RENAME_FILE" USING "data/ProfileDrafts.tmp"
        "data/ProfileDrafts.dat".

RENAME-RECOVERY-ANSWERS.
    MOVE "AccountRecovery.dat" TO WS-STEP-FILE
    MOVE "data/AccountRecovery.dat" TO WS-RECOVER-DAT
    MOVE "data/AccountRecovery.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT RecoveryFile
    IF WS-FILE-STAT = "35"
        CLOSE RecoveryFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempRecoveryFile
    PERFORM UNTIL WS-EOF = "Y"
        READ RecoveryFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE REC-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF REC-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO REC-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE REC-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE RECOVERY-RECORD TO TEMP-RECOVERY-RECORD
                WRITE TEMP-RECOVERY-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE RecoveryFile
    CLOSE TempRecoveryFile
    CALL "CBL_DELETE_FILE" USING "data/AccountRecovery.dat"
    CALL "CBL_RENAME_FILE" USING "data/AccountRecovery.tmp"
        "data/AccountRecovery.dat".

RENAME-PENDING-REQUESTS.
    MOVE "PendingRequests.dat" TO WS-STEP-FILE
    MOVE "N" TO WS-EOF
    OPEN I-O PendingRequestsFile
    IF WS-FILE-STAT = "35"
        CLOSE PendingRequestsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ PendingRequestsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SENDER-USERNAME TO WS-NAME-SLOT(1)
                MOVE RECIPIENT-USERNAME TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF WS-HAS-OLD = "Y"
                    IF SENDER-USERNAME = WS-OLD-USERNAME
                        MOVE WS-NEW-USERNAME TO SENDER-USERNAME
                    END-IF
                    IF RECIPIENT-USERNAME = WS-OLD-USERNAME
                        MOVE WS-NEW-USERNAME TO RECIPIENT-USERNAME
                    END-IF
                    REWRITE PENDING-REQUESTS-RECORD
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SENDER-USERNAME TO WS-NAME-SLOT(1)
                MOVE RECIPIENT-USERNAME TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE PendingRequestsFile.

RENAME-CONNECTIONS.
    MOVE "Connections.dat" TO WS-STEP-FILE
    OPEN I-O ConnectionsFile
    IF WS-FILE-STAT = "35"
        CLOSE ConnectionsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    PERFORM SCAN-CONNECTIONS
    MOVE WS-SCAN-ROWS TO WS-ROWS-IN
    MOVE WS-SCAN-OLD TO WS-OLD-BEFORE
    MOVE WS-SCAN-NEW TO WS-NEW-BEFORE

    *> Rows are taken a table-full at a time off the two user-column
    *> keys and rekeyed; a round that deletes nothing ends the loop.
    MOVE 1 TO WS-MOVE-COUNT
    PERFORM UNTIL WS-MOVE-COUNT = 0
        MOVE 0 TO WS-MOVE-COUNT
        MOVE 0 TO WS-ROUND-DELETED
        MOVE "A" TO WS-CONN-SIDE
        PERFORM TAKE-OLD-CONNECTIONS
        MOVE "B" TO WS-CONN-SIDE
        PERFORM TAKE-OLD-CONNECTIONS
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MOVE-COUNT
            PERFORM REKEY-CONNECTION
        END-PERFORM
        IF WS-ROUND-DELETED = 0
            MOVE 0 TO WS-MOVE-COUNT
        END-IF
    END-PERFORM

    PERFORM SCAN-CONNECTIONS
    MOVE WS-SCAN-ROWS TO WS-ROWS-OUT
    MOVE WS-SCAN-OLD TO WS-OLD-AFTER
    MOVE WS-SCAN-NEW TO WS-NEW-AFTER
    CLOSE ConnectionsFile.

RENAME-NOTIFICATIONS.
    MOVE "Notifications.dat" TO WS-STEP-FILE
    MOVE "data/Notifications.dat" TO WS-RECOVER-DAT
    MOVE "data/Notifications.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT NotificationsFile
    IF WS-FILE-STAT = "35"
        CLOSE NotificationsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempNotifFile
    PERFORM UNTIL WS-EOF = "Y"
        READ NotificationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE NOTIF-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF NOTIF-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO NOTIF-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE NOTIF-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE NOTIFICATIONS-RECORD TO TEMP-NOTIF-RECORD
                WRITE TEMP-NOTIF-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE NotificationsFile
    CLOSE TempNotifFile
    CALL "CBL_DELETE_FILE" USING "data/Notifications.dat"
    CALL "CBL_RENAME_FILE" USING "data/Notifications.tmp"
        "data/Notifications.dat".

RENAME-RECENTLY-VIEWED.
    MOVE "RecentlyViewed.dat" TO WS-STEP-FILE
    MOVE "data/RecentlyViewed.dat" TO WS-RECOVER-DAT
    MOVE "data/RecentlyViewed.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT RecentlyViewedFile
    IF WS-FILE-STAT = "35"
        CLOSE RecentlyViewedFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempRVFile
    PERFORM UNTIL WS-EOF = "Y"
        READ RecentlyViewedFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE RV-VIEWER-USERNAME TO WS-NAME-SLOT(1)
                MOVE RV-VIEWED-USERNAME TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF RV-VIEWER-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO RV-VIEWER-USERNAME
                END-IF
                IF RV-VIEWED-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO RV-VIEWED-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE RV-VIEWER-USERNAME TO WS-NAME-SLOT(1)
                MOVE RV-VIEWED-USERNAME TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE RECENTLY-VIEWED-RECORD TO TEMP-RV-RECORD
                WRITE TEMP-RV-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE RecentlyViewedFile
    CLOSE TempRVFile
    CALL "CBL_DELETE_FILE" USING "data/RecentlyViewed.dat"
    CALL "CBL_RENAME_FILE" USING "data/RecentlyViewed.tmp"
        "data/RecentlyViewed.dat".

RENAME-SKILLS-COMPLETED.
    MOVE "SkillsCompleted.dat" TO WS-STEP-FILE
    MOVE "data/SkillsCompleted.dat" TO WS-RECOVER-DAT
    MOVE "data/SkillsCompleted.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT SkillsCompletedFile
    IF WS-FILE-STAT = "35"
        CLOSE SkillsCompletedFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempSkillFile
    PERFORM UNTIL WS-EOF = "Y"
        READ SkillsCompletedFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SKILL-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF SKILL-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SKILL-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SKILL-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE SKILL-COMPLETED-RECORD TO TEMP-SKILL-RECORD
                WRITE TEMP-SKILL-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE SkillsCompletedFile
    CLOSE TempSkillFile
    CALL "CBL_DELETE_FILE" USING "data/SkillsCompleted.dat"
    CALL "CBL_RENAME_FILE" USING "data/SkillsCompleted.tmp"
        "data/SkillsCompleted.dat".

RENAME-BLOCKLIST.
    MOVE "Blocklist.dat" TO WS-STEP-FILE
    MOVE "data/Blocklist.dat" TO WS-RECOVER-DAT
    MOVE "data/Blocklist.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT BlocklistFile
    IF WS-FILE-STAT = "35"
        CLOSE BlocklistFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempBlockFile
    PERFORM UNTIL WS-EOF = "Y"
        READ BlocklistFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE BL-USER-A TO WS-NAME-SLOT(1)
                MOVE BL-USER-B TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF BL-USER-A = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO BL-USER-A
                END-IF
                IF BL-USER-B = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO BL-USER-B
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE BL-USER-A TO WS-NAME-SLOT(1)
                MOVE BL-USER-B TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE BLOCKLIST-RECORD TO TEMP-BLOCK-RECORD
                WRITE TEMP-BLOCK-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE BlocklistFile
    CLOSE TempBlockFile
    CALL "CBL_DELETE_FILE" USING "data/Blocklist.dat"
    CALL "CBL_RENAME_FILE" USING "data/Blocklist.tmp"
        "data/Blocklist.dat".

RENAME-JOB-APPLICATIONS.
    MOVE "JobApplications.dat" TO WS-STEP-FILE
    MOVE "data/JobApplications.dat" TO WS-RECOVER-DAT
    MOVE "data/JobApplications.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT JobApplicationsFile
    IF WS-FILE-STAT = "35"
        CLOSE JobApplicationsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempAppFile
    PERFORM UNTIL WS-EOF = "Y"
        READ JobApplicationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE APP-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF APP-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO APP-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE APP-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE JOB-APPLICATION-RECORD TO TEMP-APP-RECORD
                WRITE TEMP-APP-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE JobApplicationsFile
    CLOSE TempAppFile
    CALL "CBL_DELETE_FILE" USING "data/JobApplications.dat"
    CALL "CBL_RENAME_FILE" USING "data/JobApplications.tmp"
        "data/JobApplications.dat".

RENAME-JOB-POSTINGS.
    MOVE "JobPostings.dat" TO WS-STEP-FILE
    MOVE "data/JobPostings.dat" TO WS-RECOVER-DAT
    MOVE "data/JobPostings.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT JobPostingsFile
    IF WS-FILE-STAT = "35"
        CLOSE JobPostingsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempJobFile
    PERFORM UNTIL WS-EOF = "Y"
        READ JobPostingsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE JOB-POSTED-BY TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF JOB-POSTED-BY = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO JOB-POSTED-BY
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE JOB-POSTED-BY TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE JOB-POSTING-RECORD TO TEMP-JOB-RECORD
                WRITE TEMP-JOB-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile
    CLOSE TempJobFile
    CALL "CBL_DELETE_FILE" USING "data/JobPostings.dat"
    CALL "CBL_RENAME_FILE" USING "data/JobPostings.tmp"
        "data/JobPostings.dat".

RENAME-CONTACT-CARD.
    MOVE "ContactCards.dat" TO WS-STEP-FILE
    MOVE "data/ContactCards.dat" TO WS-RECOVER-DAT
    MOVE "data/ContactCards.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ContactCardsFile
    IF WS-FILE-STAT = "35"
        CLOSE ContactCardsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempCardsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ContactCardsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CC-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF CC-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO CC-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CC-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE CONTACT-CARD-RECORD TO TEMP-CARD-RECORD
                WRITE TEMP-CARD-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE ContactCardsFile
    CLOSE TempCardsFile
    CALL "CBL_DELETE_FILE" USING "data/ContactCards.dat"
    CALL "CBL_RENAME_FILE" USING "data/ContactCards.tmp"
        "data/ContactCards.dat".

RENAME-MESSAGES.
    MOVE "Messages.dat" TO WS-STEP-FILE
    MOVE "data/Messages.dat" TO WS-RECOVER-DAT
    MOVE "data/Messages.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT MessagesFile
    IF WS-FILE-STAT = "35"
        CLOSE MessagesFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempMessagesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ MessagesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE MSG-SENDER TO WS-NAME-SLOT(1)
                MOVE MSG-RECIPIENT TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF MSG-SENDER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO MSG-SENDER
                END-IF
                IF MSG-RECIPIENT = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO MSG-RECIPIENT
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE MSG-SENDER TO WS-NAME-SLOT(1)
                MOVE MSG-RECIPIENT TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE MESSAGE-RECORD TO TEMP-MESSAGE-RECORD
                WRITE TEMP-MESSAGE-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE MessagesFile
    CLOSE TempMessagesFile
    CALL "CBL_DELETE_FILE" USING "data/Messages.dat"
    CALL "CBL_RENAME_FILE" USING "data/Messages.tmp"
        "data/Messages.dat".

RENAME-APPLICATION-DETAILS.
    MOVE "ApplicationDetails.dat" TO WS-STEP-FILE
    MOVE "data/ApplicationDetails.dat" TO WS-RECOVER-DAT
    MOVE "data/ApplicationDetails.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ApplicationDetailsFile
    IF WS-FILE-STAT = "35"
        CLOSE ApplicationDetailsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempDetailsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ApplicationDetailsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE AD-USERNAME TO WS-NAME-SLOT(1)
                MOVE AD-PROFILE(1:30) TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF AD-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO AD-USERNAME
                END-IF
                IF AD-PROFILE(1:30) = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO AD-PROFILE(1:30)
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE AD-USERNAME TO WS-NAME-SLOT(1)
                MOVE AD-PROFILE(1:30) TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE APPLICATION-DETAIL-RECORD TO TEMP-DETAIL-RECORD
                WRITE TEMP-DETAIL-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE ApplicationDetailsFile
    CLOSE TempDetailsFile
    CALL "CBL_DELETE_FILE" USING "data/ApplicationDetails.dat"
    CALL "CBL_RENAME_FILE" USING "data/ApplicationDetails.tmp"
        "data/ApplicationDetails.dat".

RENAME-ENDORSEMENTS.
    MOVE "SkillEndorsements.dat" TO WS-STEP-FILE
    MOVE "data/SkillEndorsements.dat" TO WS-RECOVER-DAT
    MOVE "data/SkillEndorsements.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT SkillEndorsementsFile
    IF WS-FILE-STAT = "35"
        CLOSE SkillEndorsementsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempEndorseFile
    PERFORM UNTIL WS-EOF = "Y"
        READ SkillEndorsementsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SE-OWNER TO WS-NAME-SLOT(1)
                MOVE SE-ENDORSER TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF SE-OWNER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SE-OWNER
                END-IF
                IF SE-ENDORSER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SE-ENDORSER
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SE-OWNER TO WS-NAME-SLOT(1)
                MOVE SE-ENDORSER TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE SKILL-ENDORSEMENT-RECORD TO TEMP-ENDORSE-RECORD
                WRITE TEMP-ENDORSE-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE SkillEndorsementsFile
    CLOSE TempEndorseFile
    CALL "CBL_DELETE_FILE" USING "data/SkillEndorsements.dat"
    CALL "CBL_RENAME_FILE" USING "data/SkillEndorsements.tmp"
        "data/SkillEndorsements.dat".

RENAME-RECOMMENDATIONS.
    MOVE "Recommendations.dat" TO WS-STEP-FILE
    MOVE "data/Recommendations.dat" TO WS-RECOVER-DAT
    MOVE "data/Recommendations.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT RecommendationsFile
    IF WS-FILE-STAT = "35"
        CLOSE RecommendationsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempRecoFile
    PERFORM UNTIL WS-EOF = "Y"
        READ RecommendationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE RECO-OWNER TO WS-NAME-SLOT(1)
                MOVE RECO-AUTHOR TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF RECO-OWNER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO RECO-OWNER
                END-IF
                IF RECO-AUTHOR = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO RECO-AUTHOR
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE RECO-OWNER TO WS-NAME-SLOT(1)
                MOVE RECO-AUTHOR TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE RECOMMENDATION-RECORD TO TEMP-RECO-RECORD
                WRITE TEMP-RECO-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE RecommendationsFile
    CLOSE TempRecoFile
    CALL "CBL_DELETE_FILE" USING "data/Recommendations.dat"
    CALL "CBL_RENAME_FILE" USING "data/Recommendations.tmp"
        "data/Recommendations.dat".

RENAME-MENTORS.
    MOVE "Mentors.dat" TO WS-STEP-FILE
    MOVE "data/Mentors.dat" TO WS-RECOVER-DAT
    MOVE "data/Mentors.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT MentorsFile
    IF WS-FILE-STAT = "35"
        CLOSE MentorsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempMentorsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ MentorsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE MEN-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF MEN-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO MEN-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE MEN-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE MENTOR-RECORD TO TEMP-MENTOR-RECORD
                WRITE TEMP-MENTOR-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE MentorsFile
    CLOSE TempMentorsFile
    CALL "CBL_DELETE_FILE" USING "data/Mentors.dat"
    CALL "CBL_RENAME_FILE" USING "data/Mentors.tmp"
        "data/Mentors.dat".

RENAME-MENTOR-REQUESTS.
    MOVE "MentorRequests.dat" TO WS-STEP-FILE
    MOVE "data/MentorRequests.dat" TO WS-RECOVER-DAT
    MOVE "data/MentorRequests.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT MentorRequestsFile
    IF WS-FILE-STAT = "35"
        CLOSE MentorRequestsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempRequestsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ MentorRequestsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE MR-STUDENT TO WS-NAME-SLOT(1)
                MOVE MR-MENTOR TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF MR-STUDENT = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO MR-STUDENT
                END-IF
                IF MR-MENTOR = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO MR-MENTOR
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE MR-STUDENT TO WS-NAME-SLOT(1)
                MOVE MR-MENTOR TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE MENTOR-REQUEST-RECORD TO TEMP-REQUEST-RECORD
                WRITE TEMP-REQUEST-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE MentorRequestsFile
    CLOSE TempRequestsFile
    CALL "CBL_DELETE_FILE" USING "data/MentorRequests.dat"
    CALL "CBL_RENAME_FILE" USING "data/MentorRequests.tmp"
        "data/MentorRequests.dat".

RENAME-SAVED-JOBS.
    MOVE "SavedJobs.dat" TO WS-STEP-FILE
    MOVE "data/SavedJobs.dat" TO WS-RECOVER-DAT
    MOVE "data/SavedJobs.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT SavedJobsFile
    IF WS-FILE-STAT = "35"
        CLOSE SavedJobsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempSavedFile
    PERFORM UNTIL WS-EOF = "Y"
        READ SavedJobsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SAVED-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF SAVED-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SAVED-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SAVED-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE SAVED-JOB-RECORD TO TEMP-SAVED-RECORD
                WRITE TEMP-SAVED-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE SavedJobsFile
    CLOSE TempSavedFile
    CALL "CBL_DELETE_FILE" USING "data/SavedJobs.dat"
    CALL "CBL_RENAME_FILE" USING "data/SavedJobs.tmp"
        "data/SavedJobs.dat".

RENAME-SAVED-SEARCHES.
    MOVE "SavedSearches.dat" TO WS-STEP-FILE
    MOVE "data/SavedSearches.dat" TO WS-RECOVER-DAT
    MOVE "data/SavedSearches.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT SavedSearchesFile
    IF WS-FILE-STAT = "35"
        CLOSE SavedSearchesFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempSearchesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ SavedSearchesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SS-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF SS-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SS-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SS-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE SAVED-SEARCH-RECORD TO TEMP-SEARCH-RECORD
                WRITE TEMP-SEARCH-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE SavedSearchesFile
    CLOSE TempSearchesFile
    CALL "CBL_DELETE_FILE" USING "data/SavedSearches.dat"
    CALL "CBL_RENAME_FILE" USING "data/SavedSearches.tmp"
        "data/SavedSearches.dat".

RENAME-EVENT-RSVPS.
    MOVE "EventRsvps.dat" TO WS-STEP-FILE
    MOVE "data/EventRsvps.dat" TO WS-RECOVER-DAT
    MOVE "data/EventRsvps.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT EventRsvpsFile
    IF WS-FILE-STAT = "35"
        CLOSE EventRsvpsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempRsvpsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ EventRsvpsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE RSVP-USERNAME TO WS-NAME-SLOT(1)
                MOVE RSVP-POSTED-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF RSVP-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO RSVP-USERNAME
                END-IF
                IF RSVP-POSTED-BY = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO RSVP-POSTED-BY
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE RSVP-USERNAME TO WS-NAME-SLOT(1)
                MOVE RSVP-POSTED-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE EVENT-RSVP-RECORD TO TEMP-RSVP-RECORD
                WRITE TEMP-RSVP-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE EventRsvpsFile
    CLOSE TempRsvpsFile
    CALL "CBL_DELETE_FILE" USING "data/EventRsvps.dat"
    CALL "CBL_RENAME_FILE" USING "data/EventRsvps.tmp"
        "data/EventRsvps.dat".

RENAME-NOTIFY-PREFS.
    MOVE "NotificationPrefs.dat" TO WS-STEP-FILE
    MOVE "data/NotificationPrefs.dat" TO WS-RECOVER-DAT
    MOVE "data/NotificationPrefs.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT NotifyPrefsFile
    IF WS-FILE-STAT = "35"
        CLOSE NotifyPrefsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempNotifyFile
    PERFORM UNTIL WS-EOF = "Y"
        READ NotifyPrefsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE NP-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF NP-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO NP-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE NP-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE NOTIFY-PREF-RECORD TO TEMP-NOTIFY-RECORD
                WRITE TEMP-NOTIFY-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE NotifyPrefsFile
    CLOSE TempNotifyFile
    CALL "CBL_DELETE_FILE" USING "data/NotificationPrefs.dat"
    CALL "CBL_RENAME_FILE" USING "data/NotificationPrefs.tmp"
        "data/NotificationPrefs.dat".

RENAME-PRIVACY-PREFS.
    MOVE "PrivacyPrefs.dat" TO WS-STEP-FILE
    MOVE "data/PrivacyPrefs.dat" TO WS-RECOVER-DAT
    MOVE "data/PrivacyPrefs.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT PrivacyPrefsFile
    IF WS-FILE-STAT = "35"
        CLOSE PrivacyPrefsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempPrivacyFile
    PERFORM UNTIL WS-EOF = "Y"
        READ PrivacyPrefsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PV-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF PV-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO PV-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PV-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE PRIVACY-PREF-RECORD TO TEMP-PRIVACY-RECORD
                WRITE TEMP-PRIVACY-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE PrivacyPrefsFile
    CLOSE TempPrivacyFile
    CALL "CBL_DELETE_FILE" USING "data/PrivacyPrefs.dat"
    CALL "CBL_RENAME_FILE" USING "data/PrivacyPrefs.tmp"
        "data/PrivacyPrefs.dat".

RENAME-PASSWORD-HISTORY.
    MOVE "PasswordHistory.dat" TO WS-STEP-FILE
    MOVE "data/PasswordHistory.dat" TO WS-RECOVER-DAT
    MOVE "data/PasswordHistory.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT PasswordHistoryFile
    IF WS-FILE-STAT = "35"
        CLOSE PasswordHistoryFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempPasswordFile
    PERFORM UNTIL WS-EOF = "Y"
        READ PasswordHistoryFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PWH-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF PWH-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO PWH-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PWH-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE PASSWORD-HISTORY-RECORD TO TEMP-PASSWORD-RECORD
                WRITE TEMP-PASSWORD-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE PasswordHistoryFile
    CLOSE TempPasswordFile
    CALL "CBL_DELETE_FILE" USING "data/PasswordHistory.dat"
    CALL "CBL_RENAME_FILE" USING "data/PasswordHistory.tmp"
        "data/PasswordHistory.dat".

RENAME-INVITATIONS.
    MOVE "PendingInvitations.dat" TO WS-STEP-FILE
    MOVE "data/PendingInvitations.dat" TO WS-RECOVER-DAT
    MOVE "data/PendingInvitations.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT PendingInvitationsFile
    IF WS-FILE-STAT = "35"
        CLOSE PendingInvitationsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempInviteFile
    PERFORM UNTIL WS-EOF = "Y"
        READ PendingInvitationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE INV-INVITER TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF INV-INVITER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO INV-INVITER
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE INV-INVITER TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE PENDING-INVITATION-RECORD TO TEMP-INVITE-RECORD
                WRITE TEMP-INVITE-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE PendingInvitationsFile
    CLOSE TempInviteFile
    CALL "CBL_DELETE_FILE" USING "data/PendingInvitations.dat"
    CALL "CBL_RENAME_FILE" USING "data/PendingInvitations.tmp"
        "data/PendingInvitations.dat".

RENAME-FEATURE-USAGE.
    MOVE "FeatureUsage.dat" TO WS-STEP-FILE
    MOVE "data/FeatureUsage.dat" TO WS-RECOVER-DAT
    MOVE "data/FeatureUsage.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT FeatureUsageFile
    IF WS-FILE-STAT = "35"
        CLOSE FeatureUsageFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempUsageFile
    PERFORM UNTIL WS-EOF = "Y"
        READ FeatureUsageFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE FU-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF FU-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO FU-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE FU-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE FEATURE-USAGE-RECORD TO TEMP-USAGE-RECORD
                WRITE TEMP-USAGE-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE FeatureUsageFile
    CLOSE TempUsageFile
    CALL "CBL_DELETE_FILE" USING "data/FeatureUsage.dat"
    CALL "CBL_RENAME_FILE" USING "data/FeatureUsage.tmp"
        "data/FeatureUsage.dat".

RENAME-INTERVIEW-SLOTS.
    MOVE "InterviewSlots.dat" TO WS-STEP-FILE
    MOVE "data/InterviewSlots.dat" TO WS-RECOVER-DAT
    MOVE "data/InterviewSlots.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT InterviewSlotsFile
    IF WS-FILE-STAT = "35"
        CLOSE InterviewSlotsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempSlotsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ InterviewSlotsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SLOT-EMPLOYER TO WS-NAME-SLOT(1)
                MOVE SLOT-BOOKED-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF SLOT-EMPLOYER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SLOT-EMPLOYER
                END-IF
                IF SLOT-BOOKED-BY = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SLOT-BOOKED-BY
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SLOT-EMPLOYER TO WS-NAME-SLOT(1)
                MOVE SLOT-BOOKED-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE INTERVIEW-SLOT-RECORD TO TEMP-SLOT-RECORD
                WRITE TEMP-SLOT-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE InterviewSlotsFile
    CLOSE TempSlotsFile
    CALL "CBL_DELETE_FILE" USING "data/InterviewSlots.dat"
    CALL "CBL_RENAME_FILE" USING "data/InterviewSlots.tmp"
        "data/InterviewSlots.dat".

RENAME-COMPANY-MEMBERSHIP.
    MOVE "CompanyMembers.dat" TO WS-STEP-FILE
    MOVE "data/CompanyMembers.dat" TO WS-RECOVER-DAT
    MOVE "data/CompanyMembers.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyMembersFile
    IF WS-FILE-STAT = "35"
        CLOSE CompanyMembersFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempMembersFile
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyMembersFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CM-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF CM-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO CM-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CM-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE COMPANY-MEMBER-RECORD TO TEMP-MEMBER-RECORD
                WRITE TEMP-MEMBER-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE CompanyMembersFile
    CLOSE TempMembersFile
    CALL "CBL_DELETE_FILE" USING "data/CompanyMembers.dat"
    CALL "CBL_RENAME_FILE" USING "data/CompanyMembers.tmp"
        "data/CompanyMembers.dat".

RENAME-COMPANY-PROFILE.
    MOVE "CompanyProfiles.dat" TO WS-STEP-FILE
    MOVE "data/CompanyProfiles.dat" TO WS-RECOVER-DAT
    MOVE "data/CompanyProfiles.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyProfileFile
    IF WS-FILE-STAT = "35"
        CLOSE CompanyProfileFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempCompanyFile
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyProfileFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CP-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF CP-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO CP-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CP-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE COMPANY-PROFILE-RECORD TO TEMP-COMPANY-RECORD
                WRITE TEMP-COMPANY-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE CompanyProfileFile
    CLOSE TempCompanyFile
    CALL "CBL_DELETE_FILE" USING "data/CompanyProfiles.dat"
    CALL "CBL_RENAME_FILE" USING "data/CompanyProfiles.tmp"
        "data/CompanyProfiles.dat".

RENAME-CAREER-EVENTS.
    MOVE "CareerEvents.dat" TO WS-STEP-FILE
    MOVE "data/CareerEvents.dat" TO WS-RECOVER-DAT
    MOVE "data/CareerEvents.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CareerEventsFile
    IF WS-FILE-STAT = "35"
        CLOSE CareerEventsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempEventsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ CareerEventsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE EV-POSTED-BY TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF EV-POSTED-BY = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO EV-POSTED-BY
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE EV-POSTED-BY TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE CAREER-EVENT-RECORD TO TEMP-EVENT-RECORD
                WRITE TEMP-EVENT-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE CareerEventsFile
    CLOSE TempEventsFile
    CALL "CBL_DELETE_FILE" USING "data/CareerEvents.dat"
    CALL "CBL_RENAME_FILE" USING "data/CareerEvents.tmp"
        "data/CareerEvents.dat".

RENAME-GROUP-MEMBERSHIP.
    MOVE "GroupMembers.dat" TO WS-STEP-FILE
    MOVE "data/GroupMembers.dat" TO WS-RECOVER-DAT
    MOVE "data/GroupMembers.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT GroupMembersFile
    IF WS-FILE-STAT = "35"
        CLOSE GroupMembersFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempGroupMembersFile
    PERFORM UNTIL WS-EOF = "Y"
        READ GroupMembersFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE GM-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF GM-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO GM-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE GM-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE GROUP-MEMBER-RECORD TO TEMP-GROUP-MEMBER-RECORD
                WRITE TEMP-GROUP-MEMBER-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE GroupMembersFile
    CLOSE TempGroupMembersFile
    CALL "CBL_DELETE_FILE" USING "data/GroupMembers.dat"
    CALL "CBL_RENAME_FILE" USING "data/GroupMembers.tmp"
        "data/GroupMembers.dat".

RENAME-GROUP-POSTS.
    MOVE "GroupPosts.dat" TO WS-STEP-FILE
    MOVE "data/GroupPosts.dat" TO WS-RECOVER-DAT
    MOVE "data/GroupPosts.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT GroupPostsFile
    IF WS-FILE-STAT = "35"
        CLOSE GroupPostsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempGroupPostsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ GroupPostsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE GP-AUTHOR TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF GP-AUTHOR = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO GP-AUTHOR
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE GP-AUTHOR TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE GROUP-POST-RECORD TO TEMP-GROUP-POST-RECORD
                WRITE TEMP-GROUP-POST-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE GroupPostsFile
    CLOSE TempGroupPostsFile
    CALL "CBL_DELETE_FILE" USING "data/GroupPosts.dat"
    CALL "CBL_RENAME_FILE" USING "data/GroupPosts.tmp"
        "data/GroupPosts.dat".

RENAME-PLACEMENTS.
    MOVE "Placements.dat" TO WS-STEP-FILE
    MOVE "data/Placements.dat" TO WS-RECOVER-DAT
    MOVE "data/Placements.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT PlacementsFile
    IF WS-FILE-STAT = "35"
        CLOSE PlacementsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempPlacementsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ PlacementsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PL-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF PL-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO PL-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PL-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE PLACEMENT-RECORD TO TEMP-PLACEMENT-RECORD
                WRITE TEMP-PLACEMENT-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE PlacementsFile
    CLOSE TempPlacementsFile
    CALL "CBL_DELETE_FILE" USING "data/Placements.dat"
    CALL "CBL_RENAME_FILE" USING "data/Placements.tmp"
        "data/Placements.dat".

RENAME-APPLICATION-THREADS.
    MOVE "ApplicationThreads.dat" TO WS-STEP-FILE
    MOVE "data/ApplicationThreads.dat" TO WS-RECOVER-DAT
    MOVE "data/ApplicationThreads.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ApplicationThreadFile
    IF WS-FILE-STAT = "35"
        CLOSE ApplicationThreadFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempApplicationThreadFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ApplicationThreadFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE ATM-APPLICANT TO WS-NAME-SLOT(1)
                MOVE ATM-SENDER TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF ATM-APPLICANT = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO ATM-APPLICANT
                END-IF
                IF ATM-SENDER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO ATM-SENDER
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE ATM-APPLICANT TO WS-NAME-SLOT(1)
                MOVE ATM-SENDER TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE APPLICATION-THREAD-RECORD TO TEMP-APPLICATION-THREAD-RECORD
                WRITE TEMP-APPLICATION-THREAD-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE ApplicationThreadFile
    CLOSE TempApplicationThreadFile
    CALL "CBL_DELETE_FILE" USING "data/ApplicationThreads.dat"
    CALL "CBL_RENAME_FILE" USING "data/ApplicationThreads.tmp"
        "data/ApplicationThreads.dat".

RENAME-SCORECARDS.
    MOVE "Scorecards.dat" TO WS-STEP-FILE
    MOVE "data/Scorecards.dat" TO WS-RECOVER-DAT
    MOVE "data/Scorecards.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ScorecardFile
    IF WS-FILE-STAT = "35"
        CLOSE ScorecardFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempScorecardFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ScorecardFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SC-INTERVIEWER TO WS-NAME-SLOT(1)
                MOVE SC-CANDIDATE TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF SC-INTERVIEWER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SC-INTERVIEWER
                END-IF
                IF SC-CANDIDATE = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SC-CANDIDATE
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SC-INTERVIEWER TO WS-NAME-SLOT(1)
                MOVE SC-CANDIDATE TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE SCORECARD-RECORD TO TEMP-SCORECARD-RECORD
                WRITE TEMP-SCORECARD-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE ScorecardFile
    CLOSE TempScorecardFile
    CALL "CBL_DELETE_FILE" USING "data/Scorecards.dat"
    CALL "CBL_RENAME_FILE" USING "data/Scorecards.tmp"
        "data/Scorecards.dat".

RENAME-ENROLLMENT-VERIFICATION.
    MOVE "EnrollmentVerification.dat" TO WS-STEP-FILE
    MOVE "data/EnrollmentVerification.dat" TO WS-RECOVER-DAT
    MOVE "data/EnrollmentVerification.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT VerificationFile
    IF WS-FILE-STAT = "35"
        CLOSE VerificationFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempVerificationFile
    PERFORM UNTIL WS-EOF = "Y"
        READ VerificationFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE VF-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF VF-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO VF-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE VF-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE VERIFICATION-RECORD TO TEMP-VERIFICATION-RECORD
                WRITE TEMP-VERIFICATION-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE VerificationFile
    CLOSE TempVerificationFile
    CALL "CBL_DELETE_FILE" USING "data/EnrollmentVerification.dat"
    CALL "CBL_RENAME_FILE" USING "data/EnrollmentVerification.tmp"
        "data/EnrollmentVerification.dat".

RENAME-POSTING-REPORTS.
    MOVE "PostingReports.dat" TO WS-STEP-FILE
    MOVE "data/PostingReports.dat" TO WS-RECOVER-DAT
    MOVE "data/PostingReports.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT PostingReportsFile
    IF WS-FILE-STAT = "35"
        CLOSE PostingReportsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempPostingReportsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ PostingReportsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PR-REPORTER TO WS-NAME-SLOT(1)
                MOVE PR-POSTED-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF PR-REPORTER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO PR-REPORTER
                END-IF
                IF PR-POSTED-BY = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO PR-POSTED-BY
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PR-REPORTER TO WS-NAME-SLOT(1)
                MOVE PR-POSTED-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE POSTING-REPORT-RECORD TO TEMP-POSTING-REPORT-RECORD
                WRITE TEMP-POSTING-REPORT-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE PostingReportsFile
    CLOSE TempPostingReportsFile
    CALL "CBL_DELETE_FILE" USING "data/PostingReports.dat"
    CALL "CBL_RENAME_FILE" USING "data/PostingReports.tmp"
        "data/PostingReports.dat".

RENAME-CONTENT-HOLDS.
    MOVE "ContentHolds.dat" TO WS-STEP-FILE
    MOVE "data/ContentHolds.dat" TO WS-RECOVER-DAT
    MOVE "data/ContentHolds.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ContentHoldsFile
    IF WS-FILE-STAT = "35"
        CLOSE ContentHoldsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempContentHoldsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ContentHoldsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CH-OWNER TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF CH-OWNER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO CH-OWNER
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CH-OWNER TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE CONTENT-HOLD-RECORD TO TEMP-CONTENT-HOLD-RECORD
                WRITE TEMP-CONTENT-HOLD-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE ContentHoldsFile
    CLOSE TempContentHoldsFile
    CALL "CBL_DELETE_FILE" USING "data/ContentHolds.dat"
    CALL "CBL_RENAME_FILE" USING "data/ContentHolds.tmp"
        "data/ContentHolds.dat".

RENAME-CERTIFICATES.
    MOVE "Certificates.dat" TO WS-STEP-FILE
    MOVE "data/Certificates.dat" TO WS-RECOVER-DAT
    MOVE "data/Certificates.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CertificatesFile
    IF WS-FILE-STAT = "35"
        CLOSE CertificatesFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempCertificatesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ CertificatesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CERT-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF CERT-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO CERT-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CERT-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE CERTIFICATE-RECORD TO TEMP-CERTIFICATE-RECORD
                WRITE TEMP-CERTIFICATE-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE CertificatesFile
    CLOSE TempCertificatesFile
    CALL "CBL_DELETE_FILE" USING "data/Certificates.dat"
    CALL "CBL_RENAME_FILE" USING "data/Certificates.tmp"
        "data/Certificates.dat".

RENAME-COMPANY-REVIEWS.
    MOVE "CompanyReviews.dat" TO WS-STEP-FILE
    MOVE "data/CompanyReviews.dat" TO WS-RECOVER-DAT
    MOVE "data/CompanyReviews.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyReviewsFile
    IF WS-FILE-STAT = "35"
        CLOSE CompanyReviewsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempCompanyReviewsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyReviewsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE REV-USERNAME TO WS-NAME-SLOT(1)
                MOVE REV-FLAGGED-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF REV-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO REV-USERNAME
                END-IF
                IF REV-FLAGGED-BY = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO REV-FLAGGED-BY
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE REV-USERNAME TO WS-NAME-SLOT(1)
                MOVE REV-FLAGGED-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE COMPANY-REVIEW-RECORD TO TEMP-COMPANY-REVIEW-RECORD
                WRITE TEMP-COMPANY-REVIEW-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE CompanyReviewsFile
    CLOSE TempCompanyReviewsFile
    CALL "CBL_DELETE_FILE" USING "data/CompanyReviews.dat"
    CALL "CBL_RENAME_FILE" USING "data/CompanyReviews.tmp"
        "data/CompanyReviews.dat".

RENAME-LOGIN-CODES.
    MOVE "LoginCodes.dat" TO WS-STEP-FILE
    MOVE "data/LoginCodes.dat" TO WS-RECOVER-DAT
    MOVE "data/LoginCodes.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT LoginCodesFile
    IF WS-FILE-STAT = "35"
        CLOSE LoginCodesFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempLoginCodesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ LoginCodesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE LC-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF LC-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO LC-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE LC-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE LOGIN-CODE-RECORD TO TEMP-LOGIN-CODE-RECORD
                WRITE TEMP-LOGIN-CODE-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE LoginCodesFile
    CLOSE TempLoginCodesFile
    CALL "CBL_DELETE_FILE" USING "data/LoginCodes.dat"
    CALL "CBL_RENAME_FILE" USING "data/LoginCodes.tmp"
        "data/LoginCodes.dat".

RENAME-LOGIN-CODE-OPT-IN.
    MOVE "LoginCodeOptIn.dat" TO WS-STEP-FILE
    MOVE "data/LoginCodeOptIn.dat" TO WS-RECOVER-DAT
    MOVE "data/LoginCodeOptIn.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT LoginCodeOptInFile
    IF WS-FILE-STAT = "35"
        CLOSE LoginCodeOptInFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempLoginCodeOptInFile
    PERFORM UNTIL WS-EOF = "Y"
        READ LoginCodeOptInFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE OPT-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF OPT-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO OPT-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE OPT-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE LOGIN-CODE-OPT-IN-RECORD TO TEMP-LOGIN-CODE-OPT-IN-RECORD
                WRITE TEMP-LOGIN-CODE-OPT-IN-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE LoginCodeOptInFile
    CLOSE TempLoginCodeOptInFile
    CALL "CBL_DELETE_FILE" USING "data/LoginCodeOptIn.dat"
    CALL "CBL_RENAME_FILE" USING "data/LoginCodeOptIn.tmp"
        "data/LoginCodeOptIn.dat".

RENAME-SUPPORT-TICKETS.
    MOVE "SupportTickets.dat" TO WS-STEP-FILE
    MOVE "data/SupportTickets.dat" TO WS-RECOVER-DAT
    MOVE "data/SupportTickets.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT SupportTicketsFile
    IF WS-FILE-STAT = "35"
        CLOSE SupportTicketsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempSupportTicketsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ SupportTicketsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE TKT-USERNAME TO WS-NAME-SLOT(1)
                MOVE TKT-ASSIGNED-TO TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF TKT-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO TKT-USERNAME
                END-IF
                IF TKT-ASSIGNED-TO = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO TKT-ASSIGNED-TO
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE TKT-USERNAME TO WS-NAME-SLOT(1)
                MOVE TKT-ASSIGNED-TO TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE SUPPORT-TICKET-RECORD TO TEMP-SUPPORT-TICKET-RECORD
                WRITE TEMP-SUPPORT-TICKET-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE SupportTicketsFile
    CLOSE TempSupportTicketsFile
    CALL "CBL_DELETE_FILE" USING "data/SupportTickets.dat"
    CALL "CBL_RENAME_FILE" USING "data/SupportTickets.tmp"
        "data/SupportTickets.dat".

RENAME-TICKET-REPLIES.
    MOVE "TicketReplies.dat" TO WS-STEP-FILE
    MOVE "data/TicketReplies.dat" TO WS-RECOVER-DAT
    MOVE "data/TicketReplies.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT TicketRepliesFile
    IF WS-FILE-STAT = "35"
        CLOSE TicketRepliesFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempTicketRepliesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ TicketRepliesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE TR-OWNER TO WS-NAME-SLOT(1)
                MOVE TR-AUTHOR TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF TR-OWNER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO TR-OWNER
                END-IF
                IF TR-AUTHOR = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO TR-AUTHOR
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE TR-OWNER TO WS-NAME-SLOT(1)
                MOVE TR-AUTHOR TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE TICKET-REPLY-RECORD TO TEMP-TICKET-REPLY-RECORD
                WRITE TEMP-TICKET-REPLY-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE TicketRepliesFile
    CLOSE TempTicketRepliesFile
    CALL "CBL_DELETE_FILE" USING "data/TicketReplies.dat"
    CALL "CBL_RENAME_FILE" USING "data/TicketReplies.tmp"
        "data/TicketReplies.dat".

RENAME-INTRODUCTIONS.
    MOVE "IntroductionRequests.dat" TO WS-STEP-FILE
    MOVE "N" TO WS-EOF
    OPEN I-O IntroductionRequestsFile
    IF WS-FILE-STAT = "35"
        CLOSE IntroductionRequestsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ IntroductionRequestsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE REQUESTER-USERNAME TO WS-NAME-SLOT(1)
                MOVE INTERMEDIARY-USERNAME TO WS-NAME-SLOT(2)
                MOVE TARGET-USERNAME TO WS-NAME-SLOT(3)
                PERFORM TALLY-BEFORE
                IF WS-HAS-OLD = "Y"
                    IF REQUESTER-USERNAME = WS-OLD-USERNAME
                        MOVE WS-NEW-USERNAME TO REQUESTER-USERNAME
                    END-IF
                    IF INTERMEDIARY-USERNAME = WS-OLD-USERNAME
                        MOVE WS-NEW-USERNAME TO INTERMEDIARY-USERNAME
                    END-IF
                    IF TARGET-USERNAME = WS-OLD-USERNAME
                        MOVE WS-NEW-USERNAME TO TARGET-USERNAME
                    END-IF
                    REWRITE INTRODUCTION-REQUEST-RECORD
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE REQUESTER-USERNAME TO WS-NAME-SLOT(1)
                MOVE INTERMEDIARY-USERNAME TO WS-NAME-SLOT(2)
                MOVE TARGET-USERNAME TO WS-NAME-SLOT(3)
                PERFORM TALLY-AFTER
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE IntroductionRequestsFile.

RENAME-GROUPS.
    MOVE "Groups.dat" TO WS-STEP-FILE
    MOVE "data/Groups.dat" TO WS-RECOVER-DAT
    MOVE "data/Groups.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT GroupsFile
    IF WS-FILE-STAT = "35"
        CLOSE GroupsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempGroupsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ GroupsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE GRP-OWNER TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF GRP-OWNER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO GRP-OWNER
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE GRP-OWNER TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE GROUP-RECORD TO TEMP-GROUP-RECORD
                WRITE TEMP-GROUP-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE GroupsFile
    CLOSE TempGroupsFile
    CALL "CBL_DELETE_FILE" USING "data/Groups.dat"
    CALL "CBL_RENAME_FILE" USING "data/Groups.tmp"
        "data/Groups.dat".

RENAME-CAREER-SERVICES-STAFF.
    MOVE "CareerServicesStaff.dat" TO WS-STEP-FILE
    MOVE "data/CareerServicesStaff.dat" TO WS-RECOVER-DAT
    MOVE "data/CareerServicesStaff.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT StaffFile
    IF WS-FILE-STAT = "35"
        CLOSE StaffFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempStaffFile
    PERFORM UNTIL WS-EOF = "Y"
        READ StaffFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CS-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF CS-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO CS-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CS-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE STAFF-RECORD TO TEMP-STAFF-RECORD
                WRITE TEMP-STAFF-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE StaffFile
    CLOSE TempStaffFile
    CALL "CBL_DELETE_FILE" USING "data/CareerServicesStaff.dat"
    CALL "CBL_RENAME_FILE" USING "data/CareerServicesStaff.tmp"
        "data/CareerServicesStaff.dat".

RENAME-ENDORSEMENT-FLAGS.
    MOVE "EndorsementFlags.dat" TO WS-STEP-FILE
    MOVE "data/EndorsementFlags.dat" TO WS-RECOVER-DAT
    MOVE "data/EndorsementFlags.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT EndorseFlagsFile
    IF WS-FILE-STAT = "35"
        CLOSE EndorseFlagsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempEndorseFlagsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ EndorseFlagsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE EF-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF EF-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO EF-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE EF-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE ENDORSEMENT-FLAG-RECORD TO TEMP-ENDORSE-FLAG-RECORD
                WRITE TEMP-ENDORSE-FLAG-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE EndorseFlagsFile
    CLOSE TempEndorseFlagsFile
    CALL "CBL_DELETE_FILE" USING "data/EndorsementFlags.dat"
    CALL "CBL_RENAME_FILE" USING "data/EndorsementFlags.tmp"
        "data/EndorsementFlags.dat".

RENAME-SHORTLISTS.
    *> SLN-TEAM is a username only on an employer's own lists
    *> (SLN-KIND "U"); a company name is left alone.
    MOVE "Shortlists.dat" TO WS-STEP-FILE
    MOVE "data/Shortlists.dat" TO WS-RECOVER-DAT
    MOVE "data/Shortlists.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ShortlistsFile
    IF WS-FILE-STAT = "35"
        CLOSE ShortlistsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempShortlistsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ShortlistsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SLN-CREATED-BY TO WS-NAME-SLOT(1)
                IF SLN-KIND = "U"
                    MOVE SLN-TEAM TO WS-NAME-SLOT(2)
                END-IF
                PERFORM TALLY-BEFORE
                IF SLN-CREATED-BY = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SLN-CREATED-BY
                END-IF
                IF SLN-KIND = "U" AND SLN-TEAM = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SLN-TEAM
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SLN-CREATED-BY TO WS-NAME-SLOT(1)
                IF SLN-KIND = "U"
                    MOVE SLN-TEAM TO WS-NAME-SLOT(2)
                END-IF
                PERFORM TALLY-AFTER
                MOVE SHORTLIST-RECORD TO TEMP-SHORTLIST-RECORD
                WRITE TEMP-SHORTLIST-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE ShortlistsFile
    CLOSE TempShortlistsFile
    CALL "CBL_DELETE_FILE" USING "data/Shortlists.dat"
    CALL "CBL_RENAME_FILE" USING "data/Shortlists.tmp"
        "data/Shortlists.dat".

RENAME-SHORTLIST-ENTRIES.
    MOVE "ShortlistEntries.dat" TO WS-STEP-FILE
    MOVE "data/ShortlistEntries.dat" TO WS-RECOVER-DAT
    MOVE "data/ShortlistEntries.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ShortlistEntriesFile
    IF WS-FILE-STAT = "35"
        CLOSE ShortlistEntriesFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempShortlistEntriesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ShortlistEntriesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SLE-CANDIDATE TO WS-NAME-SLOT(1)
                MOVE SLE-ADDED-BY TO WS-NAME-SLOT(2)
                IF SLE-KIND = "U"
                    MOVE SLE-TEAM TO WS-NAME-SLOT(3)
                END-IF
                PERFORM TALLY-BEFORE
                IF SLE-CANDIDATE = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SLE-CANDIDATE
                END-IF
                IF SLE-ADDED-BY = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SLE-ADDED-BY
                END-IF
                IF SLE-KIND = "U" AND SLE-TEAM = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO SLE-TEAM
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE SLE-CANDIDATE TO WS-NAME-SLOT(1)
                MOVE SLE-ADDED-BY TO WS-NAME-SLOT(2)
                IF SLE-KIND = "U"
                    MOVE SLE-TEAM TO WS-NAME-SLOT(3)
                END-IF
                PERFORM TALLY-AFTER
                MOVE SHORTLIST-ENTRY-RECORD TO TEMP-SHORTLIST-ENTRY-RECORD
                WRITE TEMP-SHORTLIST-ENTRY-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE ShortlistEntriesFile
    CLOSE TempShortlistEntriesFile
    CALL "CBL_DELETE_FILE" USING "data/ShortlistEntries.dat"
    CALL "CBL_RENAME_FILE" USING "data/ShortlistEntries.tmp"
        "data/ShortlistEntries.dat".

RENAME-JOB-INVITES.
    MOVE "JobInvites.dat" TO WS-STEP-FILE
    MOVE "data/JobInvites.dat" TO WS-RECOVER-DAT
    MOVE "data/JobInvites.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT JobInvitesFile
    IF WS-FILE-STAT = "35"
        CLOSE JobInvitesFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempJobInvitesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ JobInvitesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE INV-STUDENT TO WS-NAME-SLOT(1)
                MOVE INV-SENT-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF INV-STUDENT = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO INV-STUDENT
                END-IF
                IF INV-SENT-BY = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO INV-SENT-BY
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE INV-STUDENT TO WS-NAME-SLOT(1)
                MOVE INV-SENT-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE JOB-INVITE-RECORD TO TEMP-JOB-INVITE-RECORD
                WRITE TEMP-JOB-INVITE-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE JobInvitesFile
    CLOSE TempJobInvitesFile
    CALL "CBL_DELETE_FILE" USING "data/JobInvites.dat"
    CALL "CBL_RENAME_FILE" USING "data/JobInvites.tmp"
        "data/JobInvites.dat".

RENAME-REFERRALS.
    MOVE "Referrals.dat" TO WS-STEP-FILE
    MOVE "data/Referrals.dat" TO WS-RECOVER-DAT
    MOVE "data/Referrals.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ReferralsFile
    IF WS-FILE-STAT = "35"
        CLOSE ReferralsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempReferralsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ReferralsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE REF-REFERRER TO WS-NAME-SLOT(1)
                MOVE REF-CONTACT TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF REF-REFERRER = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO REF-REFERRER
                END-IF
                IF REF-CONTACT = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO REF-CONTACT
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE REF-REFERRER TO WS-NAME-SLOT(1)
                MOVE REF-CONTACT TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE REFERRAL-RECORD TO TEMP-REFERRAL-RECORD
                WRITE TEMP-REFERRAL-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE ReferralsFile
    CLOSE TempReferralsFile
    CALL "CBL_DELETE_FILE" USING "data/Referrals.dat"
    CALL "CBL_RENAME_FILE" USING "data/Referrals.tmp"
        "data/Referrals.dat".

RENAME-STATUS-LOG.
    MOVE "ApplicationStatusLog.dat" TO WS-STEP-FILE
    MOVE "data/ApplicationStatusLog.dat" TO WS-RECOVER-DAT
    MOVE "data/ApplicationStatusLog.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT StatusLogFile
    IF WS-FILE-STAT = "35"
        CLOSE StatusLogFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempStatusLogFile
    PERFORM UNTIL WS-EOF = "Y"
        READ StatusLogFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE ASL-USERNAME TO WS-NAME-SLOT(1)
                MOVE ASL-CHANGED-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-BEFORE
                IF ASL-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO ASL-USERNAME
                END-IF
                IF ASL-CHANGED-BY = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO ASL-CHANGED-BY
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE ASL-USERNAME TO WS-NAME-SLOT(1)
                MOVE ASL-CHANGED-BY TO WS-NAME-SLOT(2)
                PERFORM TALLY-AFTER
                MOVE STATUS-LOG-RECORD TO TEMP-STATUS-LOG-RECORD
                WRITE TEMP-STATUS-LOG-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE StatusLogFile
    CLOSE TempStatusLogFile
    CALL "CBL_DELETE_FILE" USING "data/ApplicationStatusLog.dat"
    CALL "CBL_RENAME_FILE" USING "data/ApplicationStatusLog.tmp"
        "data/ApplicationStatusLog.dat".

RENAME-PROJECTS.
    MOVE "Projects.dat" TO WS-STEP-FILE
    MOVE "data/Projects.dat" TO WS-RECOVER-DAT
    MOVE "data/Projects.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ProjectsFile
    IF WS-FILE-STAT = "35"
        CLOSE ProjectsFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempProjectsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ProjectsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PRJ-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF PRJ-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO PRJ-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE PRJ-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE PROJECT-RECORD TO TEMP-PROJECT-RECORD
                WRITE TEMP-PROJECT-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE ProjectsFile
    CLOSE TempProjectsFile
    CALL "CBL_DELETE_FILE" USING "data/Projects.dat"
    CALL "CBL_RENAME_FILE" USING "data/Projects.tmp"
        "data/Projects.dat".

RENAME-TERMS-ACCEPTANCE.
    MOVE "TermsAcceptance.dat" TO WS-STEP-FILE
    MOVE "data/TermsAcceptance.dat" TO WS-RECOVER-DAT
    MOVE "data/TermsAcceptance.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT AcceptanceFile
    IF WS-FILE-STAT = "35"
        CLOSE AcceptanceFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempAcceptanceFile
    PERFORM UNTIL WS-EOF = "Y"
        READ AcceptanceFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE TA-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF TA-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO TA-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE TA-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE ACCEPTANCE-RECORD TO TEMP-ACCEPTANCE-RECORD
                WRITE TEMP-ACCEPTANCE-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE AcceptanceFile
    CLOSE TempAcceptanceFile
    CALL "CBL_DELETE_FILE" USING "data/TermsAcceptance.dat"
    CALL "CBL_RENAME_FILE" USING "data/TermsAcceptance.tmp"
        "data/TermsAcceptance.dat".

RENAME-DORMANT-WARNINGS.
    MOVE "DormantWarnings.dat" TO WS-STEP-FILE
    MOVE "data/DormantWarnings.dat" TO WS-RECOVER-DAT
    MOVE "data/DormantWarnings.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT DormantWarningFile
    IF WS-FILE-STAT = "35"
        CLOSE DormantWarningFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempDormantWarningFile
    PERFORM UNTIL WS-EOF = "Y"
        READ DormantWarningFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE DW-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF DW-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO DW-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE DW-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE DORMANT-WARNING-RECORD TO TEMP-DORMANT-WARNING-RECORD
                WRITE TEMP-DORMANT-WARNING-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE DormantWarningFile
    CLOSE TempDormantWarningFile
    CALL "CBL_DELETE_FILE" USING "data/DormantWarnings.dat"
    CALL "CBL_RENAME_FILE" USING "data/DormantWarnings.tmp"
        "data/DormantWarnings.dat".

RENAME-ACCOUNTS.
    MOVE "accounts.dat" TO WS-STEP-FILE
    MOVE "data/accounts.dat" TO WS-RECOVER-DAT
    MOVE "data/accounts.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT AccountFile
    IF WS-FILE-STAT = "35"
        CLOSE AccountFile
        MOVE "Y" TO WS-FILE-MISSING
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempAccountFile
    PERFORM UNTIL WS-EOF = "Y"
        READ AccountFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-IN
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE ACC-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-BEFORE
                IF ACC-USERNAME = WS-OLD-USERNAME
                    MOVE WS-NEW-USERNAME TO ACC-USERNAME
                END-IF
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE ACC-USERNAME TO WS-NAME-SLOT(1)
                PERFORM TALLY-AFTER
                MOVE ACCOUNT-RECORD TO TEMP-ACCOUNT-RECORD
                WRITE TEMP-ACCOUNT-RECORD
                ADD 1 TO WS-ROWS-OUT
        END-READ
    END-PERFORM
    CLOSE AccountFile
    CLOSE TempAccountFile
    CALL "CBL_DELETE_FILE" USING "data/accounts.dat"
    CALL "CBL_RENAME_FILE" USING "data/accounts.tmp"
        "data/accounts.dat".

TAKE-OLD-CONNECTIONS.
    *> The START-and-read walk CloseAccount's DELETE-USER-CONNECTION-ROWS
    *> uses, remembering each old-name row instead of deleting it.
    MOVE "N" TO WS-EOF
    IF WS-CONN-SIDE = "A"
        MOVE WS-OLD-USERNAME TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF
        END-START
    ELSE
        MOVE WS-OLD-USERNAME TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF
        END-START
    END-IF
    PERFORM UNTIL WS-EOF = "Y" OR WS-MOVE-COUNT >= 1000
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF (WS-CONN-SIDE = "A" AND CONN-USER-A NOT = WS-OLD-USERNAME)
                    OR (WS-CONN-SIDE = "B" AND CONN-USER-B NOT = WS-OLD-USERNAME)
                    MOVE "Y" TO WS-EOF
                ELSE
                    ADD 1 TO WS-MOVE-COUNT
                    MOVE CONN-USER-A TO WS-M-USER-A(WS-MOVE-COUNT)
                    MOVE CONN-USER-B TO WS-M-USER-B(WS-MOVE-COUNT)
                    MOVE CONN-DATE-CONNECTED TO WS-M-DATE(WS-MOVE-COUNT)
                END-IF
        END-READ
    END-PERFORM.

REKEY-CONNECTION.
    *> New-name row first, then the old one goes; a WRITE refused as a
    *> duplicate means an earlier, interrupted run already wrote it.
    MOVE WS-M-USER-A(I) TO CONN-USER-A
    MOVE WS-M-USER-B(I) TO CONN-USER-B
    MOVE WS-M-DATE(I) TO CONN-DATE-CONNECTED
    IF CONN-USER-A = WS-OLD-USERNAME
        MOVE WS-NEW-USERNAME TO CONN-USER-A
    END-IF
    IF CONN-USER-B = WS-OLD-USERNAME
        MOVE WS-NEW-USERNAME TO CONN-USER-B
    END-IF
    WRITE CONNECTION-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE
    MOVE WS-M-USER-A(I) TO CONN-USER-A
    MOVE WS-M-USER-B(I) TO CONN-USER-B
    DELETE ConnectionsFile RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO WS-ROUND-DELETED
    END-DELETE.

SCAN-CONNECTIONS.
    MOVE 0 TO WS-SCAN-ROWS
    MOVE 0 TO WS-SCAN-OLD
    MOVE 0 TO WS-SCAN-NEW
    MOVE "N" TO WS-EOF
    MOVE LOW-VALUES TO CONN-PAIR-KEY
    START ConnectionsFile KEY IS >= CONN-PAIR-KEY
        INVALID KEY MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-SCAN-ROWS
                MOVE SPACES TO WS-NAME-SLOTS
                MOVE CONN-USER-A TO WS-NAME-SLOT(1)
                MOVE CONN-USER-B TO WS-NAME-SLOT(2)
                PERFORM CHECK-SLOTS
                IF WS-HAS-OLD = "Y"
                    ADD 1 TO WS-SCAN-OLD
                END-IF
                IF WS-HAS-NEW = "Y"
                    ADD 1 TO WS-SCAN-NEW
                END-IF
        END-READ
    END-PERFORM.

TALLY-BEFORE.
    PERFORM CHECK-SLOTS
    IF WS-HAS-OLD = "Y"
        ADD 1 TO WS-OLD-BEFORE
    END-IF
    IF WS-HAS-NEW = "Y"
        ADD 1 TO WS-NEW-BEFORE
    END-IF.

TALLY-AFTER.
    PERFORM CHECK-SLOTS
    IF WS-HAS-OLD = "Y"
        ADD 1 TO WS-OLD-AFTER
    END-IF
    IF WS-HAS-NEW = "Y"
        ADD 1 TO WS-NEW-AFTER
    END-IF.

CHECK-SLOTS.
    *> WS-HAS-OLD / WS-HAS-NEW: whether any username column of the row
    *> just loaded into WS-NAME-SLOTS carries the old / the new name.
    MOVE "N" TO WS-HAS-OLD
    MOVE "N" TO WS-HAS-NEW
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 3
        IF WS-NAME-SLOT(WS-SLOT-IDX) = WS-OLD-USERNAME
            MOVE "Y" TO WS-HAS-OLD
        END-IF
        IF WS-NAME-SLOT(WS-SLOT-IDX) = WS-NEW-USERNAME
            MOVE "Y" TO WS-HAS-NEW
        END-IF
    END-PERFORM.

CLEAR-CONTROL-COUNTS.
    MOVE SPACES TO WS-STEP-FILE
    MOVE "N" TO WS-FILE-MISSING
    MOVE 0 TO WS-ROWS-IN
    MOVE 0 TO WS-OLD-BEFORE
    MOVE 0 TO WS-NEW-BEFORE
    MOVE 0 TO WS-ROWS-OUT
    MOVE 0 TO WS-OLD-AFTER
    MOVE 0 TO WS-NEW-AFTER.

OPEN-CONTROL-REPORT.
    OPEN EXTEND ControlReportFile
    IF WS-REPORT-STAT = "35"
        CLOSE ControlReportFile
        OPEN OUTPUT ControlReportFile
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "Username change " FUNCTION TRIM(WS-OLD-USERNAME) " to "
        FUNCTION TRIM(WS-NEW-USERNAME) ", run " WS-TODAY " "
        WS-NOW-TIME(1:6)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-LAST-STEP > 0
        MOVE SPACES TO REPORT-LINE
        STRING "  Repeats a run that stopped after step " WS-LAST-STEP
            " of " WS-STEP-COUNT "."
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "  Step File                          "
        "BEFORE rows     old     new   AFTER rows     old     new"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-CONTROL-LINE.
    IF WS-FILE-MISSING = "Y"
        MOVE "no file" TO WS-CONTROL-RESULT
    ELSE
        COMPUTE WS-EXPECTED-NEW = WS-OLD-BEFORE + WS-NEW-BEFORE
        IF WS-ROWS-IN = WS-ROWS-OUT AND WS-OLD-AFTER = 0
            AND WS-NEW-AFTER = WS-EXPECTED-NEW
            MOVE "balanced" TO WS-CONTROL-RESULT
        ELSE
            MOVE "OUT OF BALANCE" TO WS-CONTROL-RESULT
            ADD 1 TO WS-UNBALANCED
        END-IF
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-STEP "  " WS-STEP-FILE "   " WS-ROWS-IN " " WS-OLD-BEFORE
        " " WS-NEW-BEFORE "      " WS-ROWS-OUT " " WS-OLD-AFTER " "
        WS-NEW-AFTER "  " WS-CONTROL-RESULT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

CLOSE-CONTROL-REPORT.
    MOVE SPACES TO REPORT-LINE
    STRING "  Finished: " WS-STEP-COUNT " files, " WS-UNBALANCED
        " out of balance."
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE ControlReportFile.

SAVE-JOURNAL-STEP.
    *> Rewrites the running journal row with the step just finished
    *> (and, after the last one, status "D"). Called inside this
    *> program's lock window.
    MOVE "N" TO WS-EOF
    MOVE "data/UsernameChanges.dat" TO WS-RECOVER-DAT
    MOVE "data/UsernameChanges.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN INPUT UsernameChangesFile
    IF WS-FILE-STAT = "35"
        CLOSE UsernameChangesFile
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
                    AND UC-STATUS = "R"
                    MOVE WS-STEP TO UC-STEP
                    MOVE WS-JOURNAL-STATUS TO UC-STATUS
                END-IF
                MOVE USERNAME-CHANGE-RECORD TO TEMP-CHANGE-RECORD
                WRITE TEMP-CHANGE-RECORD
        END-READ
    END-PERFORM
    CLOSE UsernameChangesFile
    CLOSE TempChangesFile
    CALL "CBL_DELETE_FILE" USING "data/UsernameChanges.dat"
    CALL "CBL_RENAME_FILE" USING "data/UsernameChanges.tmp"
        "data/UsernameChanges.dat".
