        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SESSION-STAT.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT PendingRequestsFile ASSIGN TO "data/PendingRequests.dat"
        ORGANIZATION IS RELATIVE
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CC-STAT.
    SELECT PlacementsFile ASSIGN TO "data/Placements.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PL-STAT.
    SELECT ApplicationThreadFile ASSIGN TO "data/ApplicationThreads.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ATM-STAT.
    SELECT ScorecardsFile ASSIGN TO "data/Scorecards.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SC-STAT.
    SELECT VerificationFile ASSIGN TO "data/EnrollmentVerification.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-VF-STAT.
    SELECT PostingReportsFile ASSIGN TO "data/PostingReports.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PR-STAT.
    SELECT ProjectsFile ASSIGN TO "data/Projects.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PRJ-STAT.
    SELECT AcceptanceFile ASSIGN TO "data/TermsAcceptance.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TA-STAT.
    SELECT GroupMembersFile ASSIGN TO "data/GroupMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GM-STAT.
    SELECT GroupPostsFile ASSIGN TO "data/GroupPosts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GP-STAT.
    SELECT CertificatesFile ASSIGN TO "data/Certificates.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CERT-STAT.
    SELECT CompanyReviewsFile ASSIGN TO "data/CompanyReviews.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REV-STAT.
    SELECT SupportTicketsFile ASSIGN TO "data/SupportTickets.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TKT-STAT.
    SELECT TicketRepliesFile ASSIGN TO "data/TicketReplies.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TR-STAT.
    SELECT JobInvitesFile ASSIGN TO "data/JobInvites.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JI-STAT.
    SELECT ReferralsFile ASSIGN TO "data/Referrals.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REF-STAT.
    SELECT LoginCodeOptInFile ASSIGN TO "data/LoginCodeOptIn.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OPT-STAT.
    SELECT DormantWarningFile ASSIGN TO "data/DormantWarnings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-DW-STAT.
    SELECT ExportFile ASSIGN TO WS-EXPORT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXPORT-STAT.

FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD PendingRequestsFile.
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD SkillsCompletedFile.
01 SKILL-COMPLETED-RECORD.
       05 SAVED-JOB-TITLE   PIC X(50).
       05 SAVED-JOB-COMPANY PIC X(50).
       05 SAVED-DATE        PIC 9(8).
       05 SAVED-POSTING-ID  PIC 9(9).

FD SavedSearchesFile.
01 SAVED-SEARCH-RECORD.
       05 SLOT-DATE         PIC 9(8).
       05 SLOT-TIME         PIC 9(4).
       05 SLOT-BOOKED-BY    PIC X(30).
       05 SLOT-POSTING-ID   PIC 9(9).

FD SkillEndorsementsFile.
01 SKILL-ENDORSEMENT-RECORD.
       05 AD-JOB-COMPANY PIC X(50).
       05 AD-COVER-NOTE  PIC X(200).
       05 AD-PROFILE     PIC X(1735).
       05 AD-POSTING-ID  PIC 9(9).

FD FeatureUsageFile.
01 FEATURE-USAGE-RECORD.
       05 CC-PHONE    PIC X(20).
       05 CC-WEBSITE  PIC X(60).

FD PlacementsFile.
01 PLACEMENT-RECORD.
       05 PL-USERNAME       PIC X(30).
       05 PL-OUTCOME        PIC X(01).
       05 PL-ORGANIZATION   PIC X(50).
       05 PL-ROLE           PIC X(50).
       05 PL-SOURCE         PIC X(01).
       05 PL-RECORDED-DATE  PIC 9(8).
       05 PL-POSTING-ID     PIC 9(9).

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

FD ScorecardsFile.
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

FD VerificationFile.
01 VERIFICATION-RECORD.
       05 VF-USERNAME      PIC X(30).
       05 VF-UNIVERSITY    PIC X(50).
       05 VF-GRADYEAR      PIC 9(4).
       05 VF-STATUS        PIC X(01).
       05 VF-CHECKED-DATE  PIC 9(8).

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

FD AcceptanceFile.
01 ACCEPTANCE-RECORD.
       05 TA-USERNAME      PIC X(30).
       05 TA-VERSION       PIC 9(4).
       05 TA-ACCEPTED-TS   PIC 9(14).

FD GroupMembersFile.
01 GROUP-MEMBER-RECORD.
       05 GM-GROUP-ID    PIC 9(4).
       05 GM-USERNAME    PIC X(30).
       05 GM-JOINED-DATE PIC 9(8).

FD GroupPostsFile.
01 GROUP-POST-RECORD.
       05 GP-GROUP-ID  PIC 9(4).
       05 GP-AUTHOR    PIC X(30).
       05 GP-POSTED-TS PIC 9(14).
       05 GP-TEXT      PIC X(200).

FD CertificatesFile.
01 CERTIFICATE-RECORD.
       05 CERT-CODE         PIC X(16).
       05 CERT-USERNAME     PIC X(30).
       05 CERT-SKILL-NUMBER PIC 9.
       05 CERT-SKILL-TITLE  PIC X(100).
       05 CERT-DATE         PIC 9(8).

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

FD TicketRepliesFile.
01 TICKET-REPLY-RECORD.
       05 TR-TICKET-ID      PIC 9(9).
       05 TR-OWNER          PIC X(30).
       05 TR-AUTHOR         PIC X(30).
       05 TR-FROM           PIC X(01).
       05 TR-DATE           PIC 9(8).
       05 TR-TEXT           PIC X(200).

FD JobInvitesFile.
01 JOB-INVITE-RECORD.
       05 JI-STUDENT        PIC X(30).
       05 JI-POSTING-ID     PIC 9(9).
       05 JI-COMPANY        PIC X(50).
       05 JI-SENT-BY        PIC X(30).
       05 JI-SENT-DATE      PIC 9(8).
       05 JI-JOB-TITLE      PIC X(50).

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

FD LoginCodeOptInFile.
01 LOGIN-CODE-OPT-IN-RECORD.
       05 OPT-USERNAME    PIC X(30).

FD DormantWarningFile.
01 DORMANT-WARNING-RECORD.
       05 DW-USERNAME      PIC X(30).
       05 DW-WARNED-DATE   PIC 9(8).

FD ExportFile.
01 EXPORT-LINE PIC X(255).

WORKING-STORAGE SECTION.
*> "What do you hold about me?" answered honestly in one file: the
*> same roster of per-user files CloseAccount.cob's purge paragraphs
*> walk (plus the inactive-account warnings DormantAccounts.cob
*> keeps), gathered read-only into data/<username>-my-data.txt. The
*> stored password hash and salt are deliberately summarized rather
*> than printed - they protect the user, not inform them.
77 WS-ACC-STAT     PIC XX VALUE SPACES.
77 WS-SESSION-STAT PIC XX VALUE SPACES.
77 WS-CONN-STAT    PIC XX VALUE SPACES.
77 WS-CONN-SIDE    PIC X VALUE "A".
77 WS-REQ-STAT     PIC XX VALUE SPACES.
77 WS-APP-STAT     PIC XX VALUE SPACES.
77 WS-SKILL-STAT   PIC XX VALUE SPACES.
77 WS-USAGE-STAT   PIC XX VALUE SPACES.
77 WS-PWH-STAT     PIC XX VALUE SPACES.
77 WS-CC-STAT      PIC XX VALUE SPACES.
77 WS-PL-STAT      PIC XX VALUE SPACES.
77 WS-ATM-STAT     PIC XX VALUE SPACES.
77 WS-SC-STAT      PIC XX VALUE SPACES.
77 WS-VF-STAT      PIC XX VALUE SPACES.
77 WS-PR-STAT      PIC XX VALUE SPACES.
77 WS-PRJ-STAT     PIC XX VALUE SPACES.
77 WS-TA-STAT      PIC XX VALUE SPACES.
77 WS-GM-STAT      PIC XX VALUE SPACES.
77 WS-GP-STAT      PIC XX VALUE SPACES.
77 WS-CERT-STAT    PIC XX VALUE SPACES.
77 WS-REV-STAT     PIC XX VALUE SPACES.
77 WS-TKT-STAT     PIC XX VALUE SPACES.
77 WS-TR-STAT      PIC XX VALUE SPACES.
77 WS-JI-STAT      PIC XX VALUE SPACES.
77 WS-REF-STAT     PIC XX VALUE SPACES.
77 WS-OPT-STAT     PIC XX VALUE SPACES.
77 WS-DW-STAT      PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-EXPORT-PATH  PIC X(60) VALUE SPACES.
77 WS-SECTION-COUNT PIC 9(6) VALUE 0.
    PERFORM EXPORT-FEATURE-USAGE
    PERFORM EXPORT-PASSWORD-HISTORY
    PERFORM EXPORT-CONTACT-CARD
    PERFORM EXPORT-PLACEMENTS
    PERFORM EXPORT-APPLICATION-THREADS
    PERFORM EXPORT-SCORECARDS
    PERFORM EXPORT-ENROLLMENT-VERIFICATION
    PERFORM EXPORT-POSTING-REPORTS
    PERFORM EXPORT-PROJECTS
    PERFORM EXPORT-TERMS-ACCEPTANCE
    PERFORM EXPORT-GROUP-MEMBERSHIPS
    PERFORM EXPORT-GROUP-POSTS
    PERFORM EXPORT-CERTIFICATES
    PERFORM EXPORT-COMPANY-REVIEWS
    PERFORM EXPORT-SUPPORT-TICKETS
    PERFORM EXPORT-TICKET-REPLIES
    PERFORM EXPORT-JOB-INVITES
    PERFORM EXPORT-REFERRALS
    PERFORM EXPORT-LOGIN-CODE-OPT-IN
    PERFORM EXPORT-DORMANT-WARNINGS

    CLOSE ExportFile
    DISPLAY "Your data has been exported to "
    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
    ELSE
        MOVE "A" TO WS-CONN-SIDE
        PERFORM EXPORT-CONNECTION-ROWS
        MOVE "B" TO WS-CONN-SIDE
        PERFORM EXPORT-CONNECTION-ROWS
        CLOSE ConnectionsFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-CONNECTION-ROWS.
    *> One side of the caller's rows: WS-CONN-SIDE = "A" STARTs on the
    *> CONN-USER-A alternate key, "B" on CONN-USER-B, and reads on
    *> until that column stops matching.
    MOVE "N" TO WS-EOF
    IF WS-CONN-SIDE = "A"
        MOVE LNK-USER-NAME TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF
        END-START
    ELSE
        MOVE LNK-USER-NAME TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF
        END-START
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF (WS-CONN-SIDE = "A" AND CONN-USER-A NOT = LNK-USER-NAME)
                    OR (WS-CONN-SIDE = "B" AND CONN-USER-B NOT = LNK-USER-NAME)
                    MOVE "Y" TO WS-EOF
                ELSE
                    IF FUNCTION TRIM(CONN-USER-A) = FUNCTION TRIM(LNK-USER-NAME)
                        OR FUNCTION TRIM(CONN-USER-B) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

EXPORT-PENDING-REQUESTS.
    PERFORM WRITE-SECTION-HEADER
                        STRING "  " FUNCTION TRIM(APP-JOB-TITLE)
                            " at " FUNCTION TRIM(APP-JOB-COMPANY)
                            " on " APP-DATE
                            " (status " APP-STATUS ", posting ID "
                            APP-POSTING-ID ")"
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " FUNCTION TRIM(SAVED-JOB-TITLE)
                            " at " FUNCTION TRIM(SAVED-JOB-COMPANY)
                            " (saved " SAVED-DATE ", posting ID "
                            SAVED-POSTING-ID ")"
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
                            FUNCTION TRIM(SLOT-JOB-TITLE) " at "
                            FUNCTION TRIM(SLOT-JOB-COMPANY)
                            " (employer "
                            FUNCTION TRIM(SLOT-EMPLOYER) ", posting ID "
                            SLOT-POSTING-ID ")"
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " FUNCTION TRIM(AD-JOB-TITLE)
                            " at " FUNCTION TRIM(AD-JOB-COMPANY)
                            " (posting ID " AD-POSTING-ID ")"
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                        IF FUNCTION TRIM(AD-COVER-NOTE) NOT = SPACES
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-PLACEMENTS.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Offer decisions and placement survey answers (Placements.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT PlacementsFile
    IF WS-PL-STAT = "35"
        CLOSE PlacementsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ PlacementsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(PL-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " PL-RECORDED-DATE " outcome " PL-OUTCOME
                            " " FUNCTION TRIM(PL-ROLE) " / "
                            FUNCTION TRIM(PL-ORGANIZATION)
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PlacementsFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-APPLICATION-THREADS.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Application message threads (ApplicationThreads.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT ApplicationThreadFile
    IF WS-ATM-STAT = "35"
        CLOSE ApplicationThreadFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ ApplicationThreadFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF ATM-KIND = "M"
                        AND (FUNCTION TRIM(ATM-APPLICANT) = FUNCTION TRIM(LNK-USER-NAME)
                        OR FUNCTION TRIM(ATM-SENDER) = FUNCTION TRIM(LNK-USER-NAME))
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " ATM-SENT-TS " "
                            FUNCTION TRIM(ATM-JOB-TITLE) " at "
                            FUNCTION TRIM(ATM-JOB-COMPANY) " - "
                            FUNCTION TRIM(ATM-SENDER) ": "
                            FUNCTION TRIM(ATM-TEXT)
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ApplicationThreadFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-SCORECARDS.
    *> Only scorecards the user wrote as an interviewer. Scorecards
    *> about a candidate are the hiring team's internal record and
    *> are never handed to the candidate, here or anywhere else.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Interview scorecards you wrote (Scorecards.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT ScorecardsFile
    IF WS-SC-STAT = "35"
        CLOSE ScorecardsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ ScorecardsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(SC-INTERVIEWER) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " SC-SLOT-DATE " "
                            FUNCTION TRIM(SC-CANDIDATE) " for "
                            FUNCTION TRIM(SC-JOB-TITLE) " at "
                            FUNCTION TRIM(SC-JOB-COMPANY) " ratings "
                            SC-RATING(1) SC-RATING(2) SC-RATING(3)
                            SC-RATING(4) " recommend " SC-RECOMMEND
                            " - " FUNCTION TRIM(SC-COMMENTS)
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ScorecardsFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-ENROLLMENT-VERIFICATION.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Enrollment verification (EnrollmentVerification.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT VerificationFile
    IF WS-VF-STAT = "35"
        CLOSE VerificationFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ VerificationFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(VF-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " VF-CHECKED-DATE " "
                            FUNCTION TRIM(VF-UNIVERSITY) " class of "
                            VF-GRADYEAR " status " VF-STATUS
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VerificationFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-POSTING-REPORTS.
    *> Reports the user filed against job postings, with how each was
    *> decided. Reports other people filed are not the user's data.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Job postings you reported (PostingReports.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT PostingReportsFile
    IF WS-PR-STAT = "35"
        CLOSE PostingReportsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ PostingReportsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(PR-REPORTER) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " FUNCTION TRIM(PR-JOB-TITLE) " at "
                            FUNCTION TRIM(PR-JOB-COMPANY)
                            "  Reason: " PR-REASON
                            "  Reported: " PR-REPORTED-DATE
                            "  Status: " PR-STATUS
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                        IF FUNCTION TRIM(PR-NOTE) NOT = SPACES
                            MOVE SPACES TO EXPORT-LINE
                            STRING "    Note: " FUNCTION TRIM(PR-NOTE)
                                INTO EXPORT-LINE
                            WRITE EXPORT-LINE
                        END-IF
                END-READ
        END-PERFORM
        CLOSE PostingReportsFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-PROJECTS.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Projects on your profile (Projects.dat):" TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT ProjectsFile
    IF WS-PRJ-STAT = "35"
        CLOSE ProjectsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ ProjectsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(PRJ-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " FUNCTION TRIM(PRJ-TITLE)
                            "  Role: " FUNCTION TRIM(PRJ-ROLE)
                            "  Dates: " FUNCTION TRIM(PRJ-DATES)
                            "  Added: " PRJ-ADDED-DATE
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                        IF FUNCTION TRIM(PRJ-DESCRIPTION) NOT = SPACES
                            MOVE SPACES TO EXPORT-LINE
                            STRING "    " FUNCTION TRIM(PRJ-DESCRIPTION)
                                INTO EXPORT-LINE
                            WRITE EXPORT-LINE
                        END-IF
                        IF FUNCTION TRIM(PRJ-LINK) NOT = SPACES
                            MOVE SPACES TO EXPORT-LINE
                            STRING "    Link: " FUNCTION TRIM(PRJ-LINK)
                                INTO EXPORT-LINE
                            WRITE EXPORT-LINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProjectsFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-TERMS-ACCEPTANCE.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Terms of use you have accepted (TermsAcceptance.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT AcceptanceFile
    IF WS-TA-STAT = "35"
        CLOSE AcceptanceFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ AcceptanceFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(TA-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  Version " TA-VERSION
                            "  Accepted: " TA-ACCEPTED-TS
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AcceptanceFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-GROUP-MEMBERSHIPS.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Groups you belong to (GroupMembers.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT GroupMembersFile
    IF WS-GM-STAT = "35"
        CLOSE GroupMembersFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ GroupMembersFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(GM-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  Group " GM-GROUP-ID
                            "  Joined: " GM-JOINED-DATE
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GroupMembersFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-GROUP-POSTS.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Updates you posted to groups (GroupPosts.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT GroupPostsFile
    IF WS-GP-STAT = "35"
        CLOSE GroupPostsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ GroupPostsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(GP-AUTHOR) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  Group " GP-GROUP-ID " at " GP-POSTED-TS
                            ": " FUNCTION TRIM(GP-TEXT)
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GroupPostsFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-CERTIFICATES.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Skill certificates issued to you (Certificates.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT CertificatesFile
    IF WS-CERT-STAT = "35"
        CLOSE CertificatesFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ CertificatesFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(CERT-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " FUNCTION TRIM(CERT-SKILL-TITLE)
                            "  Code: " FUNCTION TRIM(CERT-CODE)
                            "  Issued: " CERT-DATE
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CertificatesFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-COMPANY-REVIEWS.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Company reviews you wrote (CompanyReviews.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyReviewsFile
    IF WS-REV-STAT = "35"
        CLOSE CompanyReviewsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ CompanyReviewsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(REV-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " FUNCTION TRIM(REV-COMPANY)
                            "  Rating: " REV-RATING
                            "  Date: " REV-DATE
                            "  Status: " REV-STATUS
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                        IF FUNCTION TRIM(REV-COMMENT) NOT = SPACES
                            MOVE SPACES TO EXPORT-LINE
                            STRING "    " FUNCTION TRIM(REV-COMMENT)
                                INTO EXPORT-LINE
                            WRITE EXPORT-LINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CompanyReviewsFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-SUPPORT-TICKETS.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Support tickets you opened (SupportTickets.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT SupportTicketsFile
    IF WS-TKT-STAT = "35"
        CLOSE SupportTicketsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ SupportTicketsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(TKT-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  Ticket " TKT-ID
                            "  Category: " TKT-CATEGORY
                            "  Opened: " TKT-OPENED-DATE
                            "  Status: " TKT-STATUS
                            "  Closed: " TKT-CLOSED-DATE
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                        MOVE SPACES TO EXPORT-LINE
                        STRING "    " FUNCTION TRIM(TKT-DESCRIPTION)
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SupportTicketsFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-TICKET-REPLIES.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Replies on your support tickets (TicketReplies.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT TicketRepliesFile
    IF WS-TR-STAT = "35"
        CLOSE TicketRepliesFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ TicketRepliesFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(TR-OWNER) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  Ticket " TR-TICKET-ID " on " TR-DATE
                            " from " FUNCTION TRIM(TR-AUTHOR) ": "
                            FUNCTION TRIM(TR-TEXT)
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TicketRepliesFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-JOB-INVITES.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Invitations to apply sent to you (JobInvites.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT JobInvitesFile
    IF WS-JI-STAT = "35"
        CLOSE JobInvitesFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ JobInvitesFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(JI-STUDENT) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " FUNCTION TRIM(JI-JOB-TITLE) " at "
                            FUNCTION TRIM(JI-COMPANY)
                            "  From: " FUNCTION TRIM(JI-SENT-BY)
                            "  Sent: " JI-SENT-DATE
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JobInvitesFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-REFERRALS.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Referrals you made or received (Referrals.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT ReferralsFile
    IF WS-REF-STAT = "35"
        CLOSE ReferralsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ ReferralsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(REF-REFERRER) = FUNCTION TRIM(LNK-USER-NAME)
                        OR FUNCTION TRIM(REF-CONTACT) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  " FUNCTION TRIM(REF-REFERRER) " referred "
                            FUNCTION TRIM(REF-CONTACT) " to "
                            FUNCTION TRIM(REF-JOB-TITLE) " at "
                            FUNCTION TRIM(REF-JOB-COMPANY)
                            " on " REF-DATE "  Status: " REF-STATUS
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ReferralsFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-LOGIN-CODE-OPT-IN.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Sign-in code preference (LoginCodeOptIn.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT LoginCodeOptInFile
    IF WS-OPT-STAT = "35"
        CLOSE LoginCodeOptInFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ LoginCodeOptInFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(OPT-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        MOVE "  You have chosen to be sent a one-time sign-in code."
                            TO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LoginCodeOptInFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

EXPORT-DORMANT-WARNINGS.
    PERFORM WRITE-SECTION-HEADER
    MOVE "Inactive-account warnings (DormantWarnings.dat):"
        TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT DormantWarningFile
    IF WS-DW-STAT = "35"
        CLOSE DormantWarningFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ DormantWarningFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(DW-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-SECTION-COUNT
                        MOVE SPACES TO EXPORT-LINE
                        STRING "  Warned on " DW-WARNED-DATE
                            " that the account would be closed if unused"
                            INTO EXPORT-LINE
                        WRITE EXPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DormantWarningFile
    END-IF
    PERFORM WRITE-NONE-IF-EMPTY.

END PROGRAM MyDataExport.
