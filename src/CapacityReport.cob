>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CapacityReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LineFile ASSIGN TO WS-LINE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LINE-STAT.
    SELECT PENDING-REQUESTS-FILE ASSIGN TO "data/PendingRequests.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS SEQUENTIAL
        RELATIVE KEY IS WS-REQ-RRN
        FILE STATUS IS WS-REQ-STAT.
    SELECT IntroductionRequestsFile ASSIGN TO "data/IntroductionRequests.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS SEQUENTIAL
        RELATIVE KEY IS WS-INTRO-RRN
        FILE STATUS IS WS-INTRO-STAT.
    SELECT GroupsFile ASSIGN TO "data/Groups.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GRP-STAT.
    SELECT AccountFile ASSIGN TO "data/accounts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ACC-STAT.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JOB-STAT.
    SELECT JobApplicationsFile ASSIGN TO "data/JobApplications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT LastRunFile ASSIGN TO "data/CapacityLastRun.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-LAST-STAT.
    SELECT ReportFile ASSIGN TO "data/CapacityReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD LineFile.
01 LINE-RECORD PIC X(2000).

FD PENDING-REQUESTS-FILE.
01 PENDING-REQUESTS-RECORD.
       05 REQUEST-ID           PIC 9(4).
       05 SENDER-USERNAME      PIC X(30).
       05 RECIPIENT-USERNAME   PIC X(30).
       05 REQUEST-DATE         PIC 9(8).
       05 REQUEST-NOTE         PIC X(100).

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

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
       05 APP-USERNAME      PIC X(30).
       05 APP-JOB-TITLE     PIC X(50).
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD LastRunFile.
01 LAST-RUN-RECORD.
       05 CL-FILE-NAME     PIC X(30).
       05 CL-COUNT         PIC 9(9).
       05 CL-DATE          PIC 9(8).

FD ReportFile.
01 REPORT-LINE PIC X(150).

WORKING-STORAGE SECTION.
*> Nightly capacity and key-exhaustion check, written to
*> data/CapacityReport.txt, so a ceiling is found before an insert
*> fails rather than after. Three sections:
*>   - every data/*.dat file: record count, growth since the last run
*>     (counts kept in data/CapacityLastRun.dat);
*>   - the highest key issued against the largest its PIC can hold
*>     (REQUEST-ID, INTRO-ID, GRP-ID) and the ten major slots in a
*>     JobMarketHistory.dat row;
*>   - the in-memory tables other programs load whole, against their
*>     OCCURS limits, measured from the data that fills them.
*> Anything over 80% of its ceiling is repeated in a WARNINGS section
*> at the top. Fixed-length files are counted by byte size over the
*> record length in WS-FILE-LIST, so a layout change means changing
*> the length there too; line-sequential files are counted by line
*> and relative files by reading them. WS-TABLE-LIST must follow the
*> OCCURS clauses it names.
77 WS-LINE-STAT     PIC XX VALUE SPACES.
77 WS-LINE-PATH     PIC X(60) VALUE SPACES.
77 WS-REQ-STAT      PIC XX VALUE SPACES.
77 WS-REQ-RRN       PIC 9(4) VALUE 0.
77 WS-INTRO-STAT    PIC XX VALUE SPACES.
77 WS-INTRO-RRN     PIC 9(4) VALUE 0.
77 WS-GRP-STAT      PIC XX VALUE SPACES.
77 WS-ACC-STAT      PIC XX VALUE SPACES.
77 WS-JOB-STAT      PIC XX VALUE SPACES.
77 WS-APP-STAT      PIC XX VALUE SPACES.
77 WS-CONN-STAT     PIC XX VALUE SPACES.
77 WS-LAST-STAT     PIC XX VALUE SPACES.
77 WS-REPORT-STAT   PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-WARN-PCT      PIC 9(3) VALUE 80.
77 WS-WARN-COUNT    PIC 9(4) VALUE 0.
77 WS-PCT           PIC 9(5) VALUE 0.
77 WS-GROWTH        PIC S9(9) VALUE 0.
77 WS-GROWTH-OUT    PIC -(9)9.
77 WS-RC            PIC S9(9) COMP VALUE 0.
77 WS-SIZE-DISPLAY  PIC 9(18) VALUE 0.
77 I                PIC 9(4) VALUE 0.
77 J                PIC 9(4) VALUE 0.
77 IDX              PIC 9(4) VALUE 0.

01 WS-FILE-INFO.
    05 WS-FI-SIZE PIC 9(18) COMP.
    05 FILLER     PIC X(56).

*> Key and table measurements gathered along the way.
77 WS-MAX-REQUEST-ID  PIC 9(9) VALUE 0.
77 WS-MAX-INTRO-ID    PIC 9(9) VALUE 0.
77 WS-MAX-GROUP-ID    PIC 9(9) VALUE 0.
77 WS-CLOSED-ACCOUNTS PIC 9(9) VALUE 0.
77 WS-ACTIVE-MAJORS   PIC 9(9) VALUE 0.
77 WS-MAX-PER-USER    PIC 9(9) VALUE 0.

*> Find-or-add tally used for "most rows for any one user" checks;
*> reused for each check in turn.
77 WS-TALLY-COUNT   PIC 9(5) VALUE 0.
77 WS-TALLY-FULL    PIC X VALUE "N".
77 WS-TALLY-NAME    PIC X(50) VALUE SPACES.
01 WS-TALLY-TABLE.
    05 WS-TALLY-ROW OCCURS 5000 TIMES.
        10 WS-T-NAME  PIC X(50).
        10 WS-T-COUNT PIC 9(6).

*> Every data file: name, fixed record length (0 when not counted by
*> size), and organization - S fixed sequential, L line sequential,
*> R relative, I indexed (counted by reading it through, since its
*> size on disk includes the index).
77 WS-FILE-TOTAL PIC 9(4) VALUE 80.
01 WS-FILE-LIST.
    05 FILLER.
        10 FILLER PIC X(30) VALUE "accounts.dat".
        10 FILLER PIC 9(5)  VALUE 67.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "profiles.dat".
        10 FILLER PIC 9(5)  VALUE 0.
        10 FILLER PIC X     VALUE "L".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Connections.dat".
        10 FILLER PIC 9(5)  VALUE 0.
        10 FILLER PIC X     VALUE "I".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "PendingRequests.dat".
        10 FILLER PIC 9(5)  VALUE 0.
        10 FILLER PIC X     VALUE "R".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "JobPostings.dat".
        10 FILLER PIC 9(5)  VALUE 486.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "JobApplications.dat".
        10 FILLER PIC 9(5)  VALUE 148.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "SkillsCompleted.dat".
        10 FILLER PIC 9(5)  VALUE 31.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "RecentlyViewed.dat".
        10 FILLER PIC 9(5)  VALUE 124.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Notifications.dat".
        10 FILLER PIC 9(5)  VALUE 131.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Blocklist.dat".
        10 FILLER PIC 9(5)  VALUE 60.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "IntroductionRequests.dat".
        10 FILLER PIC 9(5)  VALUE 0.
        10 FILLER PIC X     VALUE "R".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "SessionLog.dat".
        10 FILLER PIC 9(5)  VALUE 59.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "AuditLog.dat".
        10 FILLER PIC 9(5)  VALUE 86.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "AccountRecovery.dat".
        10 FILLER PIC 9(5)  VALUE 50.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "ProfileDrafts.dat".
        10 FILLER PIC 9(5)  VALUE 1775.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Messages.dat".
        10 FILLER PIC 9(5)  VALUE 275.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "SavedJobs.dat".
        10 FILLER PIC 9(5)  VALUE 147.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "SavedSearches.dat".
        10 FILLER PIC 9(5)  VALUE 81.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "InterviewSlots.dat".
        10 FILLER PIC 9(5)  VALUE 181.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "CompanyProfiles.dat".
        10 FILLER PIC 9(5)  VALUE 0.
        10 FILLER PIC X     VALUE "L".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "CompanyMembers.dat".
        10 FILLER PIC 9(5)  VALUE 81.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "NotificationPrefs.dat".
        10 FILLER PIC 9(5)  VALUE 32.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "PrivacyPrefs.dat".
        10 FILLER PIC 9(5)  VALUE 33.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "SkillEndorsements.dat".
        10 FILLER PIC 9(5)  VALUE 61.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Recommendations.dat".
        10 FILLER PIC 9(5)  VALUE 269.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Mentors.dat".
        10 FILLER PIC 9(5)  VALUE 32.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "MentorRequests.dat".
        10 FILLER PIC 9(5)  VALUE 61.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "ProfileHistory.dat".
        10 FILLER PIC 9(5)  VALUE 0.
        10 FILLER PIC X     VALUE "L".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "SkillCatalog.dat".
        10 FILLER PIC 9(5)  VALUE 0.
        10 FILLER PIC X     VALUE "L".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "PendingInvitations.dat".
        10 FILLER PIC 9(5)  VALUE 188.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "AdminAudit.dat".
        10 FILLER PIC 9(5)  VALUE 114.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "CompanyXref.dat".
        10 FILLER PIC 9(5)  VALUE 80.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "FeatureUsage.dat".
        10 FILLER PIC 9(5)  VALUE 47.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "CareerServicesStaff.dat".
        10 FILLER PIC 9(5)  VALUE 80.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "CareerEvents.dat".
        10 FILLER PIC 9(5)  VALUE 238.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "EventRsvps.dat".
        10 FILLER PIC 9(5)  VALUE 118.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "ApplicationDetails.dat".
        10 FILLER PIC 9(5)  VALUE 2074.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "JobMarketHistory.dat".
        10 FILLER PIC 9(5)  VALUE 562.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "SchemaVersions.dat".
        10 FILLER PIC 9(5)  VALUE 32.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "PasswordHistory.dat".
        10 FILLER PIC 9(5)  VALUE 48.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "ContactCards.dat".
        10 FILLER PIC 9(5)  VALUE 170.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Groups.dat".
        10 FILLER PIC 9(5)  VALUE 343.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "GroupMembers.dat".
        10 FILLER PIC 9(5)  VALUE 42.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "GroupPosts.dat".
        10 FILLER PIC 9(5)  VALUE 248.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Placements.dat".
        10 FILLER PIC 9(5)  VALUE 149.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "ApplicationThreads.dat".
        10 FILLER PIC 9(5)  VALUE 394.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Scorecards.dat".
        10 FILLER PIC 9(5)  VALUE 394.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "RegistrarRoster.dat".
        10 FILLER PIC 9(5)  VALUE 113.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "EnrollmentVerification.dat".
        10 FILLER PIC 9(5)  VALUE 93.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "PostingReports.dat".
        10 FILLER PIC 9(5)  VALUE 387.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "ContentHolds.dat".
        10 FILLER PIC 9(5)  VALUE 407.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "BatchLastRun.dat".
        10 FILLER PIC 9(5)  VALUE 38.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "BatchRunHistory.dat".
        10 FILLER PIC 9(5)  VALUE 94.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "CapacityLastRun.dat".
        10 FILLER PIC 9(5)  VALUE 47.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "NextIds.dat".
        10 FILLER PIC 9(5)  VALUE 39.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "CompanyPlans.dat".
        10 FILLER PIC 9(5)  VALUE 74.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "PostingActiveDays.dat".
        10 FILLER PIC 9(5)  VALUE 76.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "PostingSkills.dat".
        10 FILLER PIC 9(5)  VALUE 18.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Certificates.dat".
        10 FILLER PIC 9(5)  VALUE 155.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "CompanyReviews.dat".
        10 FILLER PIC 9(5)  VALUE 420.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "LoginCodes.dat".
        10 FILLER PIC 9(5)  VALUE 73.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "LoginCodeOptIn.dat".
        10 FILLER PIC 9(5)  VALUE 30.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "OutboundMail.dat".
        10 FILLER PIC 9(5)  VALUE 0.
        10 FILLER PIC X     VALUE "L".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "SupportTickets.dat".
        10 FILLER PIC 9(5)  VALUE 288.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "TicketReplies.dat".
        10 FILLER PIC 9(5)  VALUE 278.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "UsernameChanges.dat".
        10 FILLER PIC 9(5)  VALUE 110.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "CompanyMaster.dat".
        10 FILLER PIC 9(5)  VALUE 100.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "EndorsementFlags.dat".
        10 FILLER PIC 9(5)  VALUE 51.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Shortlists.dat".
        10 FILLER PIC 9(5)  VALUE 129.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "ShortlistEntries.dat".
        10 FILLER PIC 9(5)  VALUE 359.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "JobInvites.dat".
        10 FILLER PIC 9(5)  VALUE 177.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Referrals.dat".
        10 FILLER PIC 9(5)  VALUE 186.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "ApplicationStatusLog.dat".
        10 FILLER PIC 9(5)  VALUE 87.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "Projects.dat".
        10 FILLER PIC 9(5)  VALUE 477.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "SystemParameters.dat".
        10 FILLER PIC 9(5)  VALUE 77.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "MaintenanceMode.dat".
        10 FILLER PIC 9(5)  VALUE 158.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "DormantWarnings.dat".
        10 FILLER PIC 9(5)  VALUE 38.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "AuditChain.dat".
        10 FILLER PIC 9(5)  VALUE 46.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "TermsOfUse.dat".
        10 FILLER PIC 9(5)  VALUE 145.
        10 FILLER PIC X     VALUE "S".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "TermsAcceptance.dat".
        10 FILLER PIC 9(5)  VALUE 48.
        10 FILLER PIC X     VALUE "S".
01 WS-FILE-TABLE REDEFINES WS-FILE-LIST.
    05 WS-FILE-ROW OCCURS 80 TIMES.
        10 WS-F-NAME    PIC X(30).
        10 WS-F-RECLEN  PIC 9(5).
        10 WS-F-ORG     PIC X.

*> Results per file, same order as WS-FILE-TABLE.
01 WS-FILE-RESULTS.
    05 WS-FILE-RESULT OCCURS 80 TIMES.
        10 WS-F-FOUND     PIC X.
        10 WS-F-COUNT     PIC 9(9).
        10 WS-F-PREV      PIC 9(9).
        10 WS-F-PREV-DATE PIC 9(8).

*> In-memory tables loaded whole from one data file: what, the
*> OCCURS limit, and the data file whose record count is the
*> measure (an upper bound - the loader may filter some rows out).
77 WS-TABLE-TOTAL PIC 9(4) VALUE 8.
01 WS-TABLE-LIST.
    05 FILLER.
        10 FILLER PIC X(50) VALUE "IntegrityAudit WS-ACCOUNT-NAME (accounts)".
        10 FILLER PIC 9(6)  VALUE 500.
        10 FILLER PIC X(30) VALUE "accounts.dat".
    05 FILLER.
        10 FILLER PIC X(50) VALUE "IntegrityAudit WS-POSTING-ROW (postings)".
        10 FILLER PIC 9(6)  VALUE 200.
        10 FILLER PIC X(30) VALUE "JobPostings.dat".
    05 FILLER.
        10 FILLER PIC X(50) VALUE "JobSearch WS-XREF-ROW (company aliases)".
        10 FILLER PIC 9(6)  VALUE 200.
        10 FILLER PIC X(30) VALUE "CompanyXref.dat".
    05 FILLER.
        10 FILLER PIC X(50) VALUE "CareerEvents WS-EVENT-ROW (events)".
        10 FILLER PIC 9(6)  VALUE 50.
        10 FILLER PIC X(30) VALUE "CareerEvents.dat".
    05 FILLER.
        10 FILLER PIC X(50) VALUE "Groups WS-GROUP-ROW (groups)".
        10 FILLER PIC 9(6)  VALUE 100.
        10 FILLER PIC X(30) VALUE "Groups.dat".
    05 FILLER.
        10 FILLER PIC X(50) VALUE "PlacementReport WS-OUTCOME-ROW (placements)".
        10 FILLER PIC 9(6)  VALUE 500.
        10 FILLER PIC X(30) VALUE "Placements.dat".
    05 FILLER.
        10 FILLER PIC X(50) VALUE "VerifyEnrollment WS-ROSTER-ROW (roster rows)".
        10 FILLER PIC 9(6)  VALUE 2000.
        10 FILLER PIC X(30) VALUE "RegistrarRoster.dat".
    05 FILLER.
        10 FILLER PIC X(50) VALUE "ModerationQueue WS-HOLD-ROW (content holds)".
        10 FILLER PIC 9(6)  VALUE 100.
        10 FILLER PIC X(30) VALUE "ContentHolds.dat".
01 WS-TABLE-TABLE REDEFINES WS-TABLE-LIST.
    05 WS-TABLE-ROW OCCURS 8 TIMES.
        10 WS-TB-NAME   PIC X(50).
        10 WS-TB-LIMIT  PIC 9(6).
        10 WS-TB-FILE   PIC X(30).

*> Every ceiling measured, in report order; WARNINGS is built from
*> this.
77 WS-CEIL-COUNT PIC 9(4) VALUE 0.
01 WS-CEILING-TABLE.
    05 WS-CEILING-ROW OCCURS 40 TIMES.
        10 WS-C-SECTION PIC X(01).
        10 WS-C-NAME    PIC X(60).
        10 WS-C-USED    PIC 9(9).
        10 WS-C-LIMIT   PIC 9(9).
        10 WS-C-PCT     PIC 9(5).

77 WS-ADD-SECTION PIC X(01) VALUE SPACE.
77 WS-ADD-NAME    PIC X(60) VALUE SPACES.
77 WS-ADD-USED    PIC 9(9) VALUE 0.
77 WS-ADD-LIMIT   PIC 9(9) VALUE 0.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Data Capacity Report ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE 0 TO WS-CEIL-COUNT

    PERFORM LOAD-LAST-RUN
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FILE-TOTAL
        PERFORM COUNT-ONE-FILE
    END-PERFORM

    PERFORM CHECK-KEY-CEILINGS
    PERFORM CHECK-LOADED-TABLES
    PERFORM CHECK-PER-USER-TABLES

    PERFORM WRITE-REPORT
    PERFORM SAVE-LAST-RUN

    DISPLAY WS-WARN-COUNT " ceiling(s) over " WS-WARN-PCT
        "%. See data/CapacityReport.txt."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

LOAD-LAST-RUN.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FILE-TOTAL
        MOVE "N" TO WS-F-FOUND(I)
        MOVE 0 TO WS-F-COUNT(I)
        MOVE 0 TO WS-F-PREV(I)
        MOVE 0 TO WS-F-PREV-DATE(I)
    END-PERFORM

    MOVE "N" TO WS-EOF
    OPEN INPUT LastRunFile
    IF WS-LAST-STAT = "35"
        CLOSE LastRunFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ LastRunFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FILE-TOTAL
                    IF WS-F-NAME(I) = CL-FILE-NAME
                        MOVE CL-COUNT TO WS-F-PREV(I)
                        MOVE CL-DATE TO WS-F-PREV-DATE(I)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE LastRunFile.

COUNT-ONE-FILE.
    *> An indexed file is found (or not) by opening it - depending on
    *> the file handler it need not exist on disk under its own name.
    IF WS-F-ORG(I) = "I"
        PERFORM COUNT-CONNECTIONS
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-LINE-PATH
    STRING "data/" FUNCTION TRIM(WS-F-NAME(I))
        DELIMITED BY SIZE INTO WS-LINE-PATH
    CALL "CBL_CHECK_FILE_EXIST" USING WS-LINE-PATH WS-FILE-INFO
        RETURNING WS-RC
    IF WS-RC NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-F-FOUND(I)

    EVALUATE WS-F-ORG(I)
        WHEN "S"
            MOVE WS-FI-SIZE TO WS-SIZE-DISPLAY
            IF WS-F-RECLEN(I) > 0
                COMPUTE WS-F-COUNT(I) = WS-SIZE-DISPLAY / WS-F-RECLEN(I)
            END-IF
        WHEN "L"
            PERFORM COUNT-LINES
        WHEN "R"
            IF WS-F-NAME(I) = "PendingRequests.dat"
                PERFORM SCAN-PENDING-REQUESTS
            ELSE
                PERFORM SCAN-INTRODUCTIONS
            END-IF
    END-EVALUATE.

COUNT-LINES.
    MOVE "N" TO WS-EOF
    OPEN INPUT LineFile
    IF WS-LINE-STAT NOT = "00"
        CLOSE LineFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ LineFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                ADD 1 TO WS-F-COUNT(I)
        END-READ
    END-PERFORM
    CLOSE LineFile.

COUNT-CONNECTIONS.
    MOVE "N" TO WS-EOF
    OPEN INPUT ConnectionsFile
    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-F-FOUND(I)
    PERFORM UNTIL WS-EOF = "Y"
        READ ConnectionsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                ADD 1 TO WS-F-COUNT(I)
        END-READ
    END-PERFORM
    CLOSE ConnectionsFile.

SCAN-PENDING-REQUESTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT PENDING-REQUESTS-FILE
    IF WS-REQ-STAT = "35"
        CLOSE PENDING-REQUESTS-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ PENDING-REQUESTS-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                ADD 1 TO WS-F-COUNT(I)
                IF REQUEST-ID > WS-MAX-REQUEST-ID
                    MOVE REQUEST-ID TO WS-MAX-REQUEST-ID
                END-IF
        END-READ
    END-PERFORM
    CLOSE PENDING-REQUESTS-FILE.

SCAN-INTRODUCTIONS.
    MOVE "N" TO WS-EOF
    OPEN INPUT IntroductionRequestsFile
    IF WS-INTRO-STAT = "35"
        CLOSE IntroductionRequestsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ IntroductionRequestsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                ADD 1 TO WS-F-COUNT(I)
                IF INTRO-ID > WS-MAX-INTRO-ID
                    MOVE INTRO-ID TO WS-MAX-INTRO-ID
                END-IF
        END-READ
    END-PERFORM
    CLOSE IntroductionRequestsFile.

CHECK-KEY-CEILINGS.
    *> Each of these keys is issued as highest-on-file + 1, so the
    *> highest on file is how close the next insert is to overflowing.
    MOVE "K" TO WS-ADD-SECTION
    MOVE "PendingRequests.dat REQUEST-ID PIC 9(4)" TO WS-ADD-NAME
    MOVE WS-MAX-REQUEST-ID TO WS-ADD-USED
    MOVE 9999 TO WS-ADD-LIMIT
    PERFORM ADD-CEILING

    MOVE "IntroductionRequests.dat INTRO-ID PIC 9(4)" TO WS-ADD-NAME
    MOVE WS-MAX-INTRO-ID TO WS-ADD-USED
    MOVE 9999 TO WS-ADD-LIMIT
    PERFORM ADD-CEILING

    PERFORM SCAN-GROUPS
    MOVE "Groups.dat GRP-ID PIC 9(4)" TO WS-ADD-NAME
    MOVE WS-MAX-GROUP-ID TO WS-ADD-USED
    MOVE 9999 TO WS-ADD-LIMIT
    PERFORM ADD-CEILING

    *> JobMarketSnapshot keeps ten majors per row; an eleventh major
    *> with active postings is silently left out of the history.
    PERFORM SCAN-ACTIVE-MAJORS
    MOVE "JobMarketHistory.dat JMH-MAJOR-SLOT OCCURS 10" TO WS-ADD-NAME
    MOVE WS-ACTIVE-MAJORS TO WS-ADD-USED
    MOVE 10 TO WS-ADD-LIMIT
    PERFORM ADD-CEILING.

SCAN-GROUPS.
    MOVE 0 TO WS-MAX-GROUP-ID
    MOVE "N" TO WS-EOF
    OPEN INPUT GroupsFile
    IF WS-GRP-STAT = "35"
        CLOSE GroupsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ GroupsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF GRP-ID > WS-MAX-GROUP-ID
                    MOVE GRP-ID TO WS-MAX-GROUP-ID
                END-IF
        END-READ
    END-PERFORM
    CLOSE GroupsFile.

SCAN-ACTIVE-MAJORS.
    MOVE 0 TO WS-TALLY-COUNT
    MOVE "N" TO WS-TALLY-FULL
    MOVE "N" TO WS-EOF
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ JobPostingsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF JOB-STATUS = "A"
                        MOVE JOB-MAJOR TO WS-TALLY-NAME
                        PERFORM TALLY-NAME
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JobPostingsFile
    END-IF
    MOVE WS-TALLY-COUNT TO WS-ACTIVE-MAJORS.

CHECK-LOADED-TABLES.
    MOVE "T" TO WS-ADD-SECTION
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TABLE-TOTAL
        MOVE WS-TB-NAME(J) TO WS-ADD-NAME
        MOVE 0 TO WS-ADD-USED
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FILE-TOTAL
            IF WS-F-NAME(I) = WS-TB-FILE(J)
                MOVE WS-F-COUNT(I) TO WS-ADD-USED
            END-IF
        END-PERFORM
        MOVE WS-TB-LIMIT(J) TO WS-ADD-LIMIT
        PERFORM ADD-CEILING
    END-PERFORM

    *> PurgeClosedAccounts holds every closed account in one pass.
    PERFORM SCAN-CLOSED-ACCOUNTS
    MOVE "PurgeClosedAccounts WS-CLOSED-USER (closed accounts)"
        TO WS-ADD-NAME
    MOVE WS-CLOSED-ACCOUNTS TO WS-ADD-USED
    MOVE 200 TO WS-ADD-LIMIT
    PERFORM ADD-CEILING.

SCAN-CLOSED-ACCOUNTS.
    MOVE 0 TO WS-CLOSED-ACCOUNTS
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
                IF ACC-ACTIVE-FLAG = "N"
                    ADD 1 TO WS-CLOSED-ACCOUNTS
                END-IF
        END-READ
    END-PERFORM
    CLOSE AccountFile.

CHECK-PER-USER-TABLES.
    *> The 50-row per-user tables (a user's connections, postings,
    *> applications) fill for the busiest user first, so the busiest
    *> user is the measure.
    PERFORM TALLY-CONNECTIONS
    MOVE "Connections per user (WS-MY-CONN and similar)" TO WS-ADD-NAME
    MOVE WS-MAX-PER-USER TO WS-ADD-USED
    MOVE 50 TO WS-ADD-LIMIT
    PERFORM ADD-CEILING

    PERFORM TALLY-POSTINGS-PER-POSTER
    MOVE "Postings per poster (ManageJobPostings WS-POST-ROW)"
        TO WS-ADD-NAME
    MOVE WS-MAX-PER-USER TO WS-ADD-USED
    MOVE 50 TO WS-ADD-LIMIT
    PERFORM ADD-CEILING

    PERFORM TALLY-APPLICATIONS-PER-USER
    MOVE "Applications per user (MyApplications WS-APP-ROW)"
        TO WS-ADD-NAME
    MOVE WS-MAX-PER-USER TO WS-ADD-USED
    MOVE 50 TO WS-ADD-LIMIT
    PERFORM ADD-CEILING.

TALLY-CONNECTIONS.
    MOVE 0 TO WS-TALLY-COUNT
    MOVE "N" TO WS-TALLY-FULL
    MOVE "N" TO WS-EOF
    OPEN INPUT ConnectionsFile
    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ ConnectionsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE CONN-USER-A TO WS-TALLY-NAME
                    PERFORM TALLY-NAME
                    MOVE CONN-USER-B TO WS-TALLY-NAME
                    PERFORM TALLY-NAME
            END-READ
        END-PERFORM
        CLOSE ConnectionsFile
    END-IF
    PERFORM FIND-TALLY-MAX.

TALLY-POSTINGS-PER-POSTER.
    MOVE 0 TO WS-TALLY-COUNT
    MOVE "N" TO WS-TALLY-FULL
    MOVE "N" TO WS-EOF
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ JobPostingsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE JOB-POSTED-BY TO WS-TALLY-NAME
                    PERFORM TALLY-NAME
            END-READ
        END-PERFORM
        CLOSE JobPostingsFile
    END-IF
    PERFORM FIND-TALLY-MAX.

TALLY-APPLICATIONS-PER-USER.
    MOVE 0 TO WS-TALLY-COUNT
    MOVE "N" TO WS-TALLY-FULL
    MOVE "N" TO WS-EOF
    OPEN INPUT JobApplicationsFile
    IF WS-APP-STAT = "35"
        CLOSE JobApplicationsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ JobApplicationsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE APP-USERNAME TO WS-TALLY-NAME
                    PERFORM TALLY-NAME
            END-READ
        END-PERFORM
        CLOSE JobApplicationsFile
    END-IF
    PERFORM FIND-TALLY-MAX.

TALLY-NAME.
    MOVE 0 TO IDX
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TALLY-COUNT OR IDX > 0
        IF WS-T-NAME(J) = WS-TALLY-NAME
            MOVE J TO IDX
        END-IF
    END-PERFORM
    IF IDX = 0
        IF WS-TALLY-COUNT < 5000
            ADD 1 TO WS-TALLY-COUNT
            MOVE WS-TALLY-COUNT TO IDX
            MOVE WS-TALLY-NAME TO WS-T-NAME(IDX)
            MOVE 0 TO WS-T-COUNT(IDX)
        ELSE
            MOVE "Y" TO WS-TALLY-FULL
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD 1 TO WS-T-COUNT(IDX).

FIND-TALLY-MAX.
    MOVE 0 TO WS-MAX-PER-USER
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TALLY-COUNT
        IF WS-T-COUNT(J) > WS-MAX-PER-USER
            MOVE WS-T-COUNT(J) TO WS-MAX-PER-USER
        END-IF
    END-PERFORM.

ADD-CEILING.
    IF WS-CEIL-COUNT >= 40
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CEIL-COUNT
    MOVE WS-ADD-SECTION TO WS-C-SECTION(WS-CEIL-COUNT)
    MOVE WS-ADD-NAME TO WS-C-NAME(WS-CEIL-COUNT)
    MOVE WS-ADD-USED TO WS-C-USED(WS-CEIL-COUNT)
    MOVE WS-ADD-LIMIT TO WS-C-LIMIT(WS-CEIL-COUNT)
    MOVE 0 TO WS-C-PCT(WS-CEIL-COUNT)
    IF WS-ADD-LIMIT > 0
        COMPUTE WS-C-PCT(WS-CEIL-COUNT) = WS-ADD-USED * 100 / WS-ADD-LIMIT
    END-IF.

WRITE-REPORT.
    OPEN OUTPUT ReportFile
    MOVE SPACES TO REPORT-LINE
    STRING "Data capacity report " WS-TODAY INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE 0 TO WS-WARN-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING "WARNINGS - over " WS-WARN-PCT "% of a ceiling" INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-CEIL-COUNT
        IF WS-C-PCT(IDX) > WS-WARN-PCT
            ADD 1 TO WS-WARN-COUNT
            PERFORM WRITE-CEILING-LINE
            DISPLAY "WARNING: " FUNCTION TRIM(REPORT-LINE)
        END-IF
    END-PERFORM
    IF WS-WARN-COUNT = 0
        MOVE "  None." TO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE "DATA FILES - records (growth since last run)" TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FILE-TOTAL
        PERFORM WRITE-FILE-LINE
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE "KEY CEILINGS - highest issued / largest possible" TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-CEIL-COUNT
        IF WS-C-SECTION(IDX) = "K"
            PERFORM WRITE-CEILING-LINE
        END-IF
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE "IN-MEMORY TABLES - rows needed / OCCURS limit" TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-CEIL-COUNT
        IF WS-C-SECTION(IDX) = "T"
            PERFORM WRITE-CEILING-LINE
        END-IF
    END-PERFORM
    IF WS-TALLY-FULL = "Y"
        MOVE "  (more than 5000 users - per-user figures are a floor)"
            TO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF

    CLOSE ReportFile.

WRITE-FILE-LINE.
    MOVE SPACES TO REPORT-LINE
    IF WS-F-FOUND(I) = "N"
        STRING "  " WS-F-NAME(I) " (not present)"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        IF WS-F-PREV-DATE(I) = 0
            STRING "  " WS-F-NAME(I) " " WS-F-COUNT(I)
                " (first count)"
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            COMPUTE WS-GROWTH = WS-F-COUNT(I) - WS-F-PREV(I)
            MOVE WS-GROWTH TO WS-GROWTH-OUT
            STRING "  " WS-F-NAME(I) " " WS-F-COUNT(I)
                " (" FUNCTION TRIM(WS-GROWTH-OUT) " since "
                WS-F-PREV-DATE(I) ")"
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
    END-IF
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN.

WRITE-CEILING-LINE.
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-C-NAME(IDX) " " WS-C-USED(IDX) " / "
        WS-C-LIMIT(IDX) " (" WS-C-PCT(IDX) "%)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN.

SAVE-LAST-RUN.
    *> Only files that exist are carried forward, so a file that comes
    *> back after a gap is compared with its last real count.
    OPEN OUTPUT LastRunFile
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FILE-TOTAL
        MOVE SPACES TO LAST-RUN-RECORD
        MOVE WS-F-NAME(I) TO CL-FILE-NAME
        IF WS-F-FOUND(I) = "Y"
            MOVE WS-F-COUNT(I) TO CL-COUNT
            MOVE WS-TODAY TO CL-DATE
        ELSE
            MOVE WS-F-PREV(I) TO CL-COUNT
            MOVE WS-F-PREV-DATE(I) TO CL-DATE
        END-IF
        IF CL-DATE NOT = 0
            WRITE LAST-RUN-RECORD
            ADD 1 TO WS-BS-WRITTEN
        END-IF
    END-PERFORM
    CLOSE LastRunFile.

END PROGRAM CapacityReport.
