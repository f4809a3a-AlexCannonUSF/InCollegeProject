        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT SavedJobsFile ASSIGN TO "data/SavedJobs.dat"
        ORGANIZATION IS SEQUENTIAL
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-DETAIL-STAT.
    SELECT PostingReportsFile ASSIGN TO "data/PostingReports.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.
    SELECT CompanyReviewsFile ASSIGN TO "data/CompanyReviews.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REV-STAT.
    SELECT JobInvitesFile ASSIGN TO "data/JobInvites.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-INV-STAT.
    SELECT ReferralsFile ASSIGN TO "data/Referrals.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REF-STAT.

DATA DIVISION.
FILE SECTION.
       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
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

FD SavedJobsFile.
       05 SAVED-JOB-TITLE   PIC X(50).
       05 SAVED-JOB-COMPANY PIC X(50).
       05 SAVED-DATE        PIC 9(8).
       05 SAVED-POSTING-ID  PIC 9(9).

FD SavedSearchesFile.
01 SAVED-SEARCH-RECORD.
       05 AD-JOB-COMPANY PIC X(50).
       05 AD-COVER-NOTE  PIC X(200).
       05 AD-PROFILE     PIC X(1735).
       05 AD-POSTING-ID  PIC 9(9).

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

FD JobInvitesFile.
01 JOB-INVITE-RECORD.
       05 INV-STUDENT       PIC X(30).
       05 INV-POSTING-ID    PIC 9(9).
       05 INV-COMPANY       PIC X(50).
       05 INV-SENT-BY       PIC X(30).
       05 INV-SENT-DATE     PIC 9(8).
       05 INV-JOB-TITLE     PIC X(50).

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

WORKING-STORAGE SECTION.
77 WS-JOB-STAT       PIC XX VALUE SPACES.
*> "2 of your connections work at this company" before applying cold.
77 WS-CONN-STAT      PIC XX VALUE SPACES.
77 WS-EOF-CONN       PIC X VALUE "N".
77 WS-CONN-SIDE      PIC X VALUE "A".
77 WS-OTHER-USER     PIC X(30) VALUE SPACES.
77 WS-SHARED-COUNT   PIC 99 VALUE 0.
77 WS-LOOKUP-USER    PIC X(30) VALUE SPACES.

*> Refuses to run against postings/applications files written for a
*> different layout version - see SchemaGuard.cob. Postings v3 has
*> salary range and deadline; applications v2 has the status byte;
*> postings v4, applications v3, and saved jobs, application
*> details and posting reports v2 carry the permanent posting ID.
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

*> The caller's existing applications, loaded once so the listing can
*> tag postings already applied to and RECORD-APPLICATION can refuse a
*> second application to the same posting - employers were seeing the
*> same student five times in JobApplicants.cob. Matched on the
*> posting ID, so a repost under the same title can be applied to.
77 WS-MY-APPLIED-COUNT PIC 9(4) VALUE 0.
01 WS-MY-APPLIED-TABLE.
   05 WS-MY-APPLIED-ROW OCCURS 50 TIMES.
       10 WS-MY-APPLIED-ID PIC 9(9).
77 WS-ALREADY-APPLIED PIC X VALUE "N".
77 WS-CHECK-POSTING-ID PIC 9(9) VALUE 0.
77 WS-APPLIED-IDX     PIC 9(4) VALUE 0.

77 WS-MODE-RAW       PIC X(4) VALUE SPACES.
       10 WS-M-POSTED-BY   PIC X(30).
       10 WS-M-SALARY      PIC X(30).
       10 WS-M-DEADLINE    PIC 9(8).
       10 WS-M-POSTING-ID  PIC 9(9).
       10 WS-M-POSTED-DATE PIC 9(8).
       10 WS-M-SCORE       PIC 9(3).
       10 WS-M-SHARED      PIC 99.
01 WS-SWAP-ROW PIC X(490).

77 WS-TODAY-DATE     PIC 9(8) VALUE 0.

*> Relevance ranking. Each matching posting is scored as it is read:
*>   30  the posting wants the student's own major (their profile)
*>   25  the title/keyword searched for is in the job title, or
*>   10  it is only in the description
*>   20  falling to 0 as the posting ages, a point per 3 days
*>   15/10/5  the deadline is within 7/14/30 days
*>   5   per connection working at the company, up to 20
*> Results list highest score first (ties newest first) with the
*> score on each line; the student can switch to newest first, and
*> back, at the pick prompt. When more than 50 postings match, the 50
*> best-scoring are the ones kept.
77 WS-SORT-ORDER     PIC X VALUE "R".
77 WS-CAND-SCORE     PIC 9(3) VALUE 0.
77 WS-SCORE-TERM     PIC X(50) VALUE SPACES.
77 WS-AGE-DAYS       PIC 9(8) VALUE 0.
77 WS-DAYS-LEFT      PIC 9(8) VALUE 0.
77 WS-AGE-POINTS     PIC 9(3) VALUE 0.
77 WS-COUNT-COMPANY  PIC X(50) VALUE SPACES.
77 WS-CO-FUNCTION    PIC X VALUE "C".
77 WS-CO-CANONICAL   PIC X(50) VALUE SPACES.
77 WS-CO-FOUND       PIC X VALUE SPACE.
77 WS-SLOT           PIC 9(4) VALUE 0.
77 WS-LOW-SCORE      PIC 9(3) VALUE 0.
77 WS-SORT-SWAPPED   PIC X VALUE "N".
77 WS-LIST-DONE      PIC X VALUE "N".

*> "Report this posting" - a student who spots a fake listing (one
*> asking for fees, say) files a row in PostingReports.dat with a
*> reason code and a note; ModerationQueue.cob on the admin menu
*> works through the pending ("P") rows. One pending report per
*> student per posting - reporting twice does not jump the queue.
77 WS-REPORT-STAT    PIC XX VALUE SPACES.
77 WS-EOF-REPORT     PIC X VALUE "N".
77 WS-ALREADY-REPORTED PIC X VALUE "N".
77 WS-REPORT-REASON  PIC X VALUE SPACE.
77 WS-REPORT-NOTE    PIC X(200) VALUE SPACES.

*> Free text is screened by ContentScreen.cob against the shared
*> word/pattern list before it is saved.
77 WS-CS-SOURCE PIC X(20) VALUE SPACES.
77 WS-CS-KEY    PIC X(100) VALUE SPACES.
77 WS-CS-TEXT   PIC X(200) VALUE SPACES.
77 WS-CS-RESULT PIC X VALUE SPACE.
77 WS-CS-REASON PIC X(40) VALUE SPACES.

*> The chosen posting's required SkillCatalog.dat lessons against the
*> student's SkillsCompleted.dat rows (PostingSkills.cob "M"). When
*> any are missing the action menu offers to go straight into that
*> lesson in SkillMenu.cob, then shows the gap again.
77 WS-PS-REQUIRED   PIC X(9) VALUE "NNNNNNNNN".
77 WS-PS-DONE       PIC X(9) VALUE "NNNNNNNNN".
77 WS-PS-REQ-COUNT  PIC 9 VALUE 0.
77 WS-PS-DONE-COUNT PIC 9 VALUE 0.
01 WS-PS-TITLES.
   05 WS-PS-TITLE OCCURS 9 TIMES PIC X(40).
77 WS-SKILL-IDX     PIC 99 VALUE 0.
77 WS-SKILL-NUM     PIC 9 VALUE 0.
77 WS-MISSING-COUNT PIC 9 VALUE 0.
77 WS-LEARN-SKILL   PIC 9 VALUE 0.

*> Student reviews of the posting's company (ReviewCompany.cob), shown
*> under its profile: the average rating over the reviews not hidden
*> by an admin, and the three most recent comments - never the
*> reviewer's name.
77 WS-REV-STAT      PIC XX VALUE SPACES.
77 WS-EOF-REV       PIC X VALUE "N".
77 WS-REV-COUNT     PIC 9(4) VALUE 0.
77 WS-REV-TOTAL     PIC 9(6) VALUE 0.
77 WS-REV-AVERAGE   PIC 9V9 VALUE 0.
77 WS-REV-AVG-OUT   PIC 9.9.
77 WS-REV-COUNT-OUT PIC Z(3)9.
77 WS-REV-SLOT      PIC 9 VALUE 0.
77 WS-REV-IDX       PIC 9 VALUE 0.
01 WS-RECENT-TABLE.
   05 WS-RECENT-ROW OCCURS 3 TIMES.
       10 WS-RECENT-DATE    PIC 9(8).
       10 WS-RECENT-RATING  PIC 9.
       10 WS-RECENT-COMMENT PIC X(200).

*> Employer invitations to apply (InviteToApply.cob) and open
*> referrals from connections (JobReferrals.cob). Before the search
*> prompt the student is shown every such posting still open and not
*> yet applied to, listed in WS-MATCH-TABLE like search results
*> (WS-SORT-ORDER "I", no relevance score), and picking one goes
*> straight to that posting's action menu.
77 WS-INV-STAT       PIC XX VALUE SPACES.
77 WS-EOF-INV        PIC X VALUE "N".
77 WS-INVITED-COUNT  PIC 9(4) VALUE 0.
01 WS-INVITED-TABLE.
   05 WS-INVITED-ID OCCURS 50 TIMES PIC 9(9).
77 WS-INVITED-IDX    PIC 9(4) VALUE 0.
77 WS-IS-INVITED     PIC X VALUE "N".
77 WS-REF-STAT       PIC XX VALUE SPACES.

*> "Refer a connection": the student picks one of their connections
*> for the posting and JobReferrals.cob records and notifies it. An
*> application made here is tagged with its referrer (JobReferrals
*> "A") as it is recorded.
77 WS-REF-FUNCTION   PIC X VALUE SPACE.
77 WS-REF-CONTACT    PIC X(30) VALUE SPACES.
77 WS-REF-RESULT     PIC X VALUE SPACE.
77 WS-REF-REFERRER   PIC X(30) VALUE SPACES.
77 WS-CONN-PICK      PIC 9(4) VALUE 0.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).


MAIN-LOGIC.
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
        MOVE "SavedJobs.dat" TO WS-GUARD-FILE
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

    MOVE "--- Search for a Job ---" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-MY-APPLIED
    PERFORM OFFER-INVITATIONS
    IF WS-CHOICE > 0
        PERFORM POSTING-ACTIONS
        GOBACK
    END-IF
    PERFORM SHOW-RECOMMENDED-JOBS
    MOVE "Search by: 1=Major  2=Title  3=Location  4=Keyword  5=Company  6=Salary figures" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "Enter your choice (leave blank for major):" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
            MOVE WS-IO-BUFFER TO WS-SEARCH-COMPANY
            INSPECT WS-SEARCH-COMPANY REPLACING ALL X"0D" BY SPACE
            INSPECT WS-SEARCH-COMPANY REPLACING ALL X"0A" BY SPACE
        WHEN "6"
            CALL "SalaryFigures"
            GOBACK
        WHEN OTHER
            MOVE "M" TO WS-SEARCH-MODE
            MOVE "Enter major to filter by (leave blank to see all postings):" TO WS-IO-BUFFER
            INSPECT WS-SEARCH-MAJOR REPLACING ALL X"0A" BY SPACE
    END-EVALUATE

    *> Connections are loaded ahead of the search itself - the
    *> connections-at-company count is part of each posting's score.
    PERFORM LOAD-MY-CONNECTIONS
    PERFORM LOAD-CONNECTION-XREF
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-MATCHING-JOBS

    IF WS-MATCH-COUNT = 0
        GOBACK
    END-IF

    PERFORM LOAD-MY-APPLIED
    MOVE "R" TO WS-SORT-ORDER
    PERFORM SORT-MATCHES

    MOVE "N" TO WS-LIST-DONE
    PERFORM UNTIL WS-LIST-DONE = "Y"
        PERFORM SHOW-MATCH-LIST
        MOVE " " TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        IF WS-SORT-ORDER = "R"
            MOVE "Enter the number of a job to act on, N to list newest first, or 0 to skip:" TO WS-IO-BUFFER
        ELSE
            MOVE "Enter the number of a job to act on, R to list by relevance, or 0 to skip:" TO WS-IO-BUFFER
        END-IF
        PERFORM SHOW-LINE
        CALL "ScriptedIO" USING "R" WS-IO-BUFFER
        MOVE WS-IO-BUFFER TO WS-CHOICE-RAW
        INSPECT WS-CHOICE-RAW REPLACING ALL X"0D" BY SPACE
        INSPECT WS-CHOICE-RAW REPLACING ALL X"0A" BY SPACE
        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHOICE-RAW))
            WHEN "N"
                MOVE "N" TO WS-SORT-ORDER
                PERFORM SORT-MATCHES
            WHEN "R"
                MOVE "R" TO WS-SORT-ORDER
                PERFORM SORT-MATCHES
            WHEN OTHER
                MOVE "Y" TO WS-LIST-DONE
        END-EVALUATE
    END-PERFORM

    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
    END-IF

    IF WS-CHOICE > 0 AND WS-CHOICE <= WS-MATCH-COUNT
        PERFORM POSTING-ACTIONS
    END-IF

    PERFORM OFFER-SAVE-SEARCH
    GOBACK.

POSTING-ACTIONS.
    *> Apply, save, company page, report, learn a missing skill, or
    *> refer a connection for WS-M-...(WS-CHOICE) - reached from the
    *> search results or from an invitation or referral.
    MOVE "N" TO WS-ACTION-DONE
    PERFORM UNTIL WS-ACTION-DONE = "Y"
        PERFORM SHOW-SKILL-GAP
        MOVE "1. Apply now" TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        MOVE "2. Save for later" TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        MOVE "3. View the company's profile" TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        MOVE "4. Report this posting" TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        MOVE "5. Skip" TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        IF WS-MISSING-COUNT > 0
            MOVE "6. Learn a required skill you are missing" TO WS-IO-BUFFER
            PERFORM SHOW-LINE
        END-IF
        MOVE "7. Refer a connection to this posting" TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        MOVE "Enter your choice:" TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        CALL "ScriptedIO" USING "R" WS-IO-BUFFER
        MOVE WS-IO-BUFFER TO WS-ACTION-RAW
        EVALUATE FUNCTION TRIM(WS-ACTION-RAW)
            WHEN "1"
                PERFORM RECORD-APPLICATION
                MOVE "Y" TO WS-ACTION-DONE
            WHEN "2"
                PERFORM SAVE-JOB-FOR-LATER
                MOVE "Y" TO WS-ACTION-DONE
            WHEN "3"
                *> Viewing the company page leaves the apply/save
                *> choice open, so a student can read up on the
                *> employer and then apply without re-searching.
                PERFORM SHOW-COMPANY-PROFILE
            WHEN "4"
                PERFORM REPORT-POSTING
                MOVE "Y" TO WS-ACTION-DONE
            WHEN "6"
                IF WS-MISSING-COUNT > 0
                    PERFORM LEARN-MISSING-SKILL
                ELSE
                    MOVE "No action taken." TO WS-IO-BUFFER
                    PERFORM SHOW-LINE
                    MOVE "Y" TO WS-ACTION-DONE
                END-IF
            WHEN "7"
                *> Like the company page, referring leaves the posting
                *> open for the student's own apply/save choice.
                PERFORM REFER-CONNECTION
            WHEN OTHER
                MOVE "No action taken." TO WS-IO-BUFFER
                PERFORM SHOW-LINE
                MOVE "Y" TO WS-ACTION-DONE
        END-EVALUATE
    END-PERFORM.

SHOW-SKILL-GAP.
    *> Lists the chosen posting's required skills, each marked done or
    *> missing for this student, and counts the missing ones for the
    *> "Learn" option. Postings requiring nothing show nothing.
    CALL "PostingSkills" USING "M" WS-M-POSTING-ID(WS-CHOICE)
        LNK-USER-NAME WS-PS-REQUIRED WS-PS-DONE WS-PS-REQ-COUNT
        WS-PS-DONE-COUNT WS-PS-TITLES
    COMPUTE WS-MISSING-COUNT = WS-PS-REQ-COUNT - WS-PS-DONE-COUNT
    IF WS-PS-REQ-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-IO-BUFFER
    STRING "Required skills - you have completed " WS-PS-DONE-COUNT
        " of " WS-PS-REQ-COUNT ":" DELIMITED BY SIZE
        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE
    PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1 UNTIL WS-SKILL-IDX > 9
        IF WS-PS-REQUIRED(WS-SKILL-IDX:1) = "Y"
            MOVE WS-SKILL-IDX TO WS-SKILL-NUM
            MOVE SPACES TO WS-IO-BUFFER
            IF WS-PS-DONE(WS-SKILL-IDX:1) = "Y"
                STRING "   " WS-SKILL-NUM ". "
                    FUNCTION TRIM(WS-PS-TITLE(WS-SKILL-IDX))
                    " - done" DELIMITED BY SIZE INTO WS-IO-BUFFER
            ELSE
                STRING "   " WS-SKILL-NUM ". "
                    FUNCTION TRIM(WS-PS-TITLE(WS-SKILL-IDX))
                    " - missing" DELIMITED BY SIZE INTO WS-IO-BUFFER
            END-IF
            PERFORM SHOW-LINE
        END-IF
    END-PERFORM.

LEARN-MISSING-SKILL.
    *> One missing skill goes straight to its lesson; with several the
    *> student picks one by the number shown in the list above.
    MOVE 0 TO WS-LEARN-SKILL
    IF WS-MISSING-COUNT = 1
        PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1 UNTIL WS-SKILL-IDX > 9
            IF WS-PS-REQUIRED(WS-SKILL-IDX:1) = "Y"
                AND WS-PS-DONE(WS-SKILL-IDX:1) = "N"
                MOVE WS-SKILL-IDX TO WS-LEARN-SKILL
            END-IF
        END-PERFORM
    ELSE
        MOVE "Enter the number of the skill to learn:" TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        CALL "ScriptedIO" USING "R" WS-IO-BUFFER
        MOVE WS-IO-BUFFER TO WS-ACTION-RAW
        IF FUNCTION TRIM(WS-ACTION-RAW) IS NUMERIC
            AND FUNCTION TRIM(WS-ACTION-RAW) NOT = SPACES
            MOVE FUNCTION TRIM(WS-ACTION-RAW) TO WS-SKILL-IDX
        ELSE
            MOVE 0 TO WS-SKILL-IDX
        END-IF
        IF WS-SKILL-IDX >= 1 AND WS-SKILL-IDX <= 9
            IF WS-PS-REQUIRED(WS-SKILL-IDX:1) = "Y"
                AND WS-PS-DONE(WS-SKILL-IDX:1) = "N"
                MOVE WS-SKILL-IDX TO WS-LEARN-SKILL
            END-IF
        END-IF
    END-IF

    IF WS-LEARN-SKILL = 0
        MOVE "That is not one of the skills you are missing." TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        EXIT PARAGRAPH
    END-IF
    CALL "SkillMenu" USING LNK-USER-NAME WS-LEARN-SKILL.

OFFER-SAVE-SEARCH.
    *> Saves this run's mode and criteria to data/SavedSearches.dat so
        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE.

OFFER-INVITATIONS.
    *> Collects the posting IDs the student has been invited or referred
    *> to and not applied to, then loads the ones still open from JobPostings.dat
    *> into WS-MATCH-TABLE. A pick leaves WS-CHOICE set for
    *> POSTING-ACTIONS; otherwise the table is emptied for the search.
    MOVE 0 TO WS-CHOICE
    MOVE 0 TO WS-MATCH-COUNT
    MOVE 0 TO WS-INVITED-COUNT
    MOVE "N" TO WS-EOF-INV
    OPEN INPUT JobInvitesFile
    IF WS-INV-STAT = "35"
        CLOSE JobInvitesFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-INV = "Y"
        READ JobInvitesFile
            AT END
                MOVE "Y" TO WS-EOF-INV
            NOT AT END
                IF FUNCTION TRIM(INV-STUDENT) = FUNCTION TRIM(LNK-USER-NAME)
                    AND WS-INVITED-COUNT < 50
                    MOVE INV-POSTING-ID TO WS-CHECK-POSTING-ID
                    PERFORM CHECK-ALREADY-APPLIED
                    IF WS-ALREADY-APPLIED = "N"
                        ADD 1 TO WS-INVITED-COUNT
                        MOVE INV-POSTING-ID TO WS-INVITED-ID(WS-INVITED-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobInvitesFile

    MOVE "N" TO WS-EOF-INV
    OPEN INPUT ReferralsFile
    IF WS-REF-STAT = "35"
        CLOSE ReferralsFile
    ELSE
        PERFORM UNTIL WS-EOF-INV = "Y"
            READ ReferralsFile
                AT END
                    MOVE "Y" TO WS-EOF-INV
                NOT AT END
                    IF FUNCTION TRIM(REF-CONTACT) = FUNCTION TRIM(LNK-USER-NAME)
                        AND REF-STATUS = "O"
                        AND WS-INVITED-COUNT < 50
                        MOVE REF-POSTING-ID TO WS-CHECK-POSTING-ID
                        PERFORM CHECK-ALREADY-APPLIED
                        IF WS-ALREADY-APPLIED = "N"
                            ADD 1 TO WS-INVITED-COUNT
                            MOVE REF-POSTING-ID TO WS-INVITED-ID(WS-INVITED-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ReferralsFile
    END-IF
    IF WS-INVITED-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF-JOB
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-JOB = "Y"
        READ JobPostingsFile
            AT END
                MOVE "Y" TO WS-EOF-JOB
            NOT AT END
                MOVE "N" TO WS-IS-INVITED
                PERFORM VARYING WS-INVITED-IDX FROM 1 BY 1
                    UNTIL WS-INVITED-IDX > WS-INVITED-COUNT
                    IF WS-INVITED-ID(WS-INVITED-IDX) = JOB-POSTING-ID
                        MOVE "Y" TO WS-IS-INVITED
                    END-IF
                END-PERFORM
                IF WS-IS-INVITED = "Y" AND JOB-STATUS = "A"
                    AND (JOB-DEADLINE = 0 OR JOB-DEADLINE >= WS-TODAY-DATE)
                    AND WS-MATCH-COUNT < 50
                    ADD 1 TO WS-MATCH-COUNT
                    MOVE JOB-TITLE TO WS-M-TITLE(WS-MATCH-COUNT)
                    MOVE JOB-COMPANY TO WS-M-COMPANY(WS-MATCH-COUNT)
                    MOVE JOB-DESCRIPTION TO WS-M-DESCRIPTION(WS-MATCH-COUNT)
                    MOVE JOB-MAJOR TO WS-M-MAJOR(WS-MATCH-COUNT)
                    MOVE JOB-LOCATION TO WS-M-LOCATION(WS-MATCH-COUNT)
                    MOVE JOB-POSTED-BY TO WS-M-POSTED-BY(WS-MATCH-COUNT)
                    MOVE JOB-SALARY-RANGE TO WS-M-SALARY(WS-MATCH-COUNT)
                    MOVE JOB-DEADLINE TO WS-M-DEADLINE(WS-MATCH-COUNT)
                    MOVE JOB-POSTING-ID TO WS-M-POSTING-ID(WS-MATCH-COUNT)
                    MOVE JOB-POSTED-DATE TO WS-M-POSTED-DATE(WS-MATCH-COUNT)
                    MOVE 0 TO WS-M-SCORE(WS-MATCH-COUNT)
                    MOVE 0 TO WS-M-SHARED(WS-MATCH-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile
    IF WS-MATCH-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "I" TO WS-SORT-ORDER
    MOVE "You have been invited or referred to apply to:" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MATCH-COUNT
        MOVE " " TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        PERFORM SHOW-MATCH-ROW
    END-PERFORM
    MOVE " " TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "Enter the number of a posting to open it, or leave blank to search:" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    CALL "ScriptedIO" USING "R" WS-IO-BUFFER
    MOVE WS-IO-BUFFER TO WS-CHOICE-RAW
    INSPECT WS-CHOICE-RAW REPLACING ALL X"0D" BY SPACE
    INSPECT WS-CHOICE-RAW REPLACING ALL X"0A" BY SPACE
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    END-IF
    IF WS-CHOICE > WS-MATCH-COUNT
        MOVE 0 TO WS-CHOICE
    END-IF
    IF WS-CHOICE = 0
        MOVE 0 TO WS-MATCH-COUNT
    END-IF.

SHOW-RECOMMENDED-JOBS.
    *> Looks up the caller's own profile through ProfileStore (the same
    *> single-row lookup HomePage uses before routing to ProfileEdit vs
                            PERFORM CONTAINS-KEYWORD
                    END-EVALUATE
                    IF JOB-STATUS = "A"
                        AND ((WS-SEARCH-MODE = "M" AND
                                (FUNCTION TRIM(WS-SEARCH-MAJOR) = SPACES
                                OR FUNCTION TRIM(JOB-MAJOR) = FUNCTION TRIM(WS-SEARCH-MAJOR)))
                            OR (WS-SEARCH-MODE = "K" AND
                                (FUNCTION TRIM(WS-SEARCH-KEYWORD) = SPACES
                                OR WS-KEYWORD-MATCH = "Y")))
                        PERFORM SCORE-POSTING
                        PERFORM KEEP-MATCH
                        IF WS-SLOT > 0
                            MOVE JOB-TITLE TO WS-M-TITLE(WS-SLOT)
                            MOVE JOB-COMPANY TO WS-M-COMPANY(WS-SLOT)
                            MOVE JOB-DESCRIPTION TO WS-M-DESCRIPTION(WS-SLOT)
                            MOVE JOB-MAJOR TO WS-M-MAJOR(WS-SLOT)
                            MOVE JOB-LOCATION TO WS-M-LOCATION(WS-SLOT)
                            MOVE JOB-POSTED-BY TO WS-M-POSTED-BY(WS-SLOT)
                            MOVE JOB-SALARY-RANGE TO WS-M-SALARY(WS-SLOT)
                            MOVE JOB-DEADLINE TO WS-M-DEADLINE(WS-SLOT)
                            MOVE JOB-POSTING-ID TO WS-M-POSTING-ID(WS-SLOT)
                            MOVE JOB-POSTED-DATE TO WS-M-POSTED-DATE(WS-SLOT)
                            MOVE WS-CAND-SCORE TO WS-M-SCORE(WS-SLOT)
                            MOVE WS-SHARED-COUNT TO WS-M-SHARED(WS-SLOT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JobPostingsFile
    END-IF.

SHOW-MATCH-LIST.
    *> The current WS-MATCH-TABLE order, relevance score on each
    *> title line.
    IF WS-SORT-ORDER = "R"
        MOVE "Results by relevance:" TO WS-IO-BUFFER
    ELSE
        MOVE "Results newest first:" TO WS-IO-BUFFER
    END-IF
    PERFORM SHOW-LINE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MATCH-COUNT
        PERFORM SHOW-MATCH-ROW
    END-PERFORM.

SHOW-MATCH-ROW.
    *> Match row I; the relevance score is left off invitations.
    MOVE " " TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE WS-M-POSTING-ID(I) TO WS-CHECK-POSTING-ID
    PERFORM CHECK-ALREADY-APPLIED
    EVALUATE TRUE
        WHEN WS-SORT-ORDER = "I"
            MOVE SPACES TO WS-IO-BUFFER
            STRING I ". " FUNCTION TRIM(WS-M-TITLE(I)) " at " FUNCTION TRIM(WS-M-COMPANY(I))
                INTO WS-IO-BUFFER
            PERFORM SHOW-LINE
        WHEN WS-ALREADY-APPLIED = "Y"
            MOVE SPACES TO WS-IO-BUFFER
            STRING I ". " FUNCTION TRIM(WS-M-TITLE(I)) " at " FUNCTION TRIM(WS-M-COMPANY(I)) " [applied]"
                " (relevance " WS-M-SCORE(I) ")"
                INTO WS-IO-BUFFER
            PERFORM SHOW-LINE
        WHEN OTHER
            MOVE SPACES TO WS-IO-BUFFER
            STRING I ". " FUNCTION TRIM(WS-M-TITLE(I)) " at " FUNCTION TRIM(WS-M-COMPANY(I))
                " (relevance " WS-M-SCORE(I) ")"
                INTO WS-IO-BUFFER
            PERFORM SHOW-LINE
    END-EVALUATE
    MOVE SPACES TO WS-IO-BUFFER
    STRING "   Posting ID: " WS-M-POSTING-ID(I)
        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE SPACES TO WS-IO-BUFFER
    STRING "   Location: " FUNCTION TRIM(WS-M-LOCATION(I))
        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE
    IF FUNCTION TRIM(WS-M-SALARY(I)) NOT = SPACES
        MOVE SPACES TO WS-IO-BUFFER
        STRING "   Salary range: " FUNCTION TRIM(WS-M-SALARY(I))
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-IF
    IF WS-M-DEADLINE(I) NOT = 0
        MOVE SPACES TO WS-IO-BUFFER
        STRING "   Apply by: " WS-M-DEADLINE(I)
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-IF
    MOVE SPACES TO WS-IO-BUFFER
    STRING "   Major wanted: " FUNCTION TRIM(WS-M-MAJOR(I))
        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE SPACES TO WS-IO-BUFFER
    STRING "   Posted by: " FUNCTION TRIM(WS-M-POSTED-BY(I))
        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE SPACES TO WS-IO-BUFFER
    STRING "   Description: " FUNCTION TRIM(WS-M-DESCRIPTION(I))
        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE
    IF WS-M-SHARED(I) > 0
        MOVE SPACES TO WS-IO-BUFFER
        STRING "   " WS-M-SHARED(I)
            " of your connections work at this company"
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-IF.

SORT-MATCHES.
    *> Exchange sort of the (at most 50) matches: by WS-M-SCORE, ties
    *> newest first, or by posted date alone for newest first.
    MOVE "Y" TO WS-SORT-SWAPPED
    PERFORM UNTIL WS-SORT-SWAPPED = "N"
        MOVE "N" TO WS-SORT-SWAPPED
        PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-MATCH-COUNT
            IF (WS-SORT-ORDER = "R"
                    AND (WS-M-SCORE(I) < WS-M-SCORE(I + 1)
                        OR (WS-M-SCORE(I) = WS-M-SCORE(I + 1)
                            AND WS-M-POSTED-DATE(I) < WS-M-POSTED-DATE(I + 1))))
                OR (WS-SORT-ORDER = "N"
                    AND WS-M-POSTED-DATE(I) < WS-M-POSTED-DATE(I + 1))
                MOVE WS-MATCH-ROW(I) TO WS-SWAP-ROW
                MOVE WS-MATCH-ROW(I + 1) TO WS-MATCH-ROW(I)
                MOVE WS-SWAP-ROW TO WS-MATCH-ROW(I + 1)
                MOVE "Y" TO WS-SORT-SWAPPED
            END-IF
        END-PERFORM
    END-PERFORM.

SCORE-POSTING.
    *> WS-CAND-SCORE for the JOB-POSTING-RECORD just read - weights in
    *> the note above WS-SORT-ORDER.
    MOVE 0 TO WS-CAND-SCORE
    IF WS-PROFILE-FOUND = "Y" AND FUNCTION TRIM(WS-MAJOR) NOT = SPACES
        AND FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-MAJOR))
            = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MAJOR))
        ADD 30 TO WS-CAND-SCORE
    END-IF

    MOVE SPACES TO WS-SCORE-TERM
    EVALUATE WS-SEARCH-MODE
        WHEN "T"
            MOVE WS-SEARCH-TITLE TO WS-SCORE-TERM
        WHEN "K"
            MOVE WS-SEARCH-KEYWORD TO WS-SCORE-TERM
    END-EVALUATE
    IF FUNCTION TRIM(WS-SCORE-TERM) NOT = SPACES
        MOVE "N" TO WS-KEYWORD-MATCH
        MOVE WS-SCORE-TERM TO WS-SCAN-NEEDLE
        MOVE JOB-TITLE TO WS-SCAN-BUFFER
        PERFORM CONTAINS-KEYWORD
        IF WS-KEYWORD-MATCH = "Y"
            ADD 25 TO WS-CAND-SCORE
        ELSE
            MOVE JOB-DESCRIPTION TO WS-SCAN-BUFFER
            PERFORM CONTAINS-KEYWORD
            IF WS-KEYWORD-MATCH = "Y"
                ADD 10 TO WS-CAND-SCORE
            END-IF
        END-IF
    END-IF

    IF JOB-POSTED-DATE > 0 AND JOB-POSTED-DATE <= WS-TODAY-DATE
        COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
            - FUNCTION INTEGER-OF-DATE(JOB-POSTED-DATE)
        IF WS-AGE-DAYS < 60
            COMPUTE WS-AGE-POINTS = 20 - (WS-AGE-DAYS / 3)
            ADD WS-AGE-POINTS TO WS-CAND-SCORE
        END-IF
    END-IF

    IF JOB-DEADLINE >= WS-TODAY-DATE
        COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(JOB-DEADLINE)
            - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
        EVALUATE TRUE
            WHEN WS-DAYS-LEFT <= 7
                ADD 15 TO WS-CAND-SCORE
            WHEN WS-DAYS-LEFT <= 14
                ADD 10 TO WS-CAND-SCORE
            WHEN WS-DAYS-LEFT <= 30
                ADD 5 TO WS-CAND-SCORE
        END-EVALUATE
    END-IF

    MOVE JOB-COMPANY TO WS-COUNT-COMPANY
    PERFORM COUNT-CONNECTIONS-AT-COMPANY
    IF WS-SHARED-COUNT >= 4
        ADD 20 TO WS-CAND-SCORE
    ELSE
        COMPUTE WS-CAND-SCORE = WS-CAND-SCORE + (WS-SHARED-COUNT * 5)
    END-IF.

KEEP-MATCH.
    *> WS-SLOT = where the posting just read goes: the next free row,
    *> or once all 50 are taken the lowest-scoring row if this one
    *> beats it; 0 when it does not make the cut.
    MOVE 0 TO WS-SLOT
    IF WS-MATCH-COUNT < 50
        ADD 1 TO WS-MATCH-COUNT
        MOVE WS-MATCH-COUNT TO WS-SLOT
    ELSE
        MOVE 999 TO WS-LOW-SCORE
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MATCH-COUNT
            IF WS-M-SCORE(K) < WS-LOW-SCORE
                MOVE WS-M-SCORE(K) TO WS-LOW-SCORE
                MOVE K TO WS-SLOT
            END-IF
        END-PERFORM
        IF WS-CAND-SCORE <= WS-LOW-SCORE
            MOVE 0 TO WS-SLOT
        END-IF
    END-IF.

CONTAINS-KEYWORD.
    *> Plain substring scan of WS-SCAN-BUFFER for WS-SCAN-NEEDLE -
    *> GnuCOBOL has no INSPECT form for a variable-length "contains"

LOAD-MY-CONNECTIONS.
    *> Builds WS-MY-CONN-TABLE with every username LNK-USER-NAME is
    *> connected to - the same "START on each user column's alternate
    *> key" shape SuggestConnections.cob's LOAD-MY-CONNECTIONS uses.
    MOVE 0 TO WS-MY-CONN-COUNT
    MOVE "N" TO WS-EOF-CONN
    OPEN INPUT ConnectionsFile
    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
    ELSE
        MOVE "A" TO WS-CONN-SIDE
        PERFORM READ-MY-CONNECTION-ROWS
        MOVE "B" TO WS-CONN-SIDE
        PERFORM READ-MY-CONNECTION-ROWS
        CLOSE ConnectionsFile
    END-IF.

READ-MY-CONNECTION-ROWS.
    *> One side of the caller's rows: WS-CONN-SIDE = "A" STARTs on the
    *> CONN-USER-A alternate key, "B" on CONN-USER-B, and reads on
    *> until that column stops matching.
    MOVE "N" TO WS-EOF-CONN
    IF WS-CONN-SIDE = "A"
        MOVE LNK-USER-NAME TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    ELSE
        MOVE LNK-USER-NAME TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    END-IF
    PERFORM UNTIL WS-EOF-CONN = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF-CONN
            NOT AT END
                IF (WS-CONN-SIDE = "A" AND CONN-USER-A NOT = LNK-USER-NAME)
                    OR (WS-CONN-SIDE = "B" AND CONN-USER-B NOT = LNK-USER-NAME)
                    MOVE "Y" TO WS-EOF-CONN
                ELSE
                    MOVE SPACES TO WS-OTHER-USER
                    IF FUNCTION TRIM(CONN-USER-A) = FUNCTION TRIM(LNK-USER-NAME)
                        MOVE CONN-USER-B TO WS-OTHER-USER
                        ADD 1 TO WS-MY-CONN-COUNT
                        MOVE WS-OTHER-USER TO WS-MY-CONN(WS-MY-CONN-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

LOAD-CONNECTION-XREF.
    *> Single pass over CompanyXref.dat (maintained by ProfileStore's
                    END-PERFORM
                    IF WS-WORKS-HERE = "Y" AND WS-XREF-COUNT < 200
                        ADD 1 TO WS-XREF-COUNT
                        CALL "CompanyNames" USING WS-CO-FUNCTION CX-COMPANY
                            WS-X-COMPANY(WS-XREF-COUNT) WS-CO-FOUND
                        MOVE CX-USERNAME TO WS-X-USERNAME(WS-XREF-COUNT)
                    END-IF
            END-READ
    *> answered from the in-memory xref rows LOAD-CONNECTION-XREF
    *> kept - each connection counts once per company because the
    *> xref deduplicates their experience entries at save time.
    *> Both sides are compared under their canonical company names
    *> (CompanyNames.cob), so a posting by "ACME Inc." counts the
    *> connections whose profiles say "Acme".
    MOVE 0 TO WS-SHARED-COUNT
    CALL "CompanyNames" USING WS-CO-FUNCTION WS-COUNT-COMPANY
        WS-CO-CANONICAL WS-CO-FOUND
    MOVE WS-CO-CANONICAL TO WS-COUNT-COMPANY
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-XREF-COUNT
        IF FUNCTION TRIM(WS-X-COMPANY(K)) = FUNCTION TRIM(WS-COUNT-COMPANY)
            ADD 1 TO WS-SHARED-COUNT
        END-IF
    END-PERFORM.
    IF WS-CP-SHOWN = "N"
        MOVE "This company has not published a profile yet." TO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-IF
    PERFORM SHOW-COMPANY-REVIEWS.

SHOW-COMPANY-REVIEWS.
    *> Company names are matched trimmed and case-blind, as
    *> ReviewCompany.cob keys them. The recent table keeps the three
    *> latest-dated reviews, replacing the oldest of the three.
    MOVE 0 TO WS-REV-COUNT
    MOVE 0 TO WS-REV-TOTAL
    PERFORM VARYING WS-REV-IDX FROM 1 BY 1 UNTIL WS-REV-IDX > 3
        MOVE 0 TO WS-RECENT-DATE(WS-REV-IDX)
        MOVE 0 TO WS-RECENT-RATING(WS-REV-IDX)
        MOVE SPACES TO WS-RECENT-COMMENT(WS-REV-IDX)
    END-PERFORM
    MOVE "N" TO WS-EOF-REV
    OPEN INPUT CompanyReviewsFile
    IF WS-REV-STAT = "35"
        CLOSE CompanyReviewsFile
        MOVE "No student reviews of this company yet." TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-REV = "Y"
        READ CompanyReviewsFile
            AT END
                MOVE "Y" TO WS-EOF-REV
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(REV-COMPANY))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-M-COMPANY(WS-CHOICE)))
                    AND REV-STATUS NOT = "H"
                    ADD 1 TO WS-REV-COUNT
                    ADD REV-RATING TO WS-REV-TOTAL
                    MOVE 1 TO WS-REV-SLOT
                    PERFORM VARYING WS-REV-IDX FROM 2 BY 1 UNTIL WS-REV-IDX > 3
                        IF WS-RECENT-DATE(WS-REV-IDX) < WS-RECENT-DATE(WS-REV-SLOT)
                            MOVE WS-REV-IDX TO WS-REV-SLOT
                        END-IF
                    END-PERFORM
                    IF REV-DATE >= WS-RECENT-DATE(WS-REV-SLOT)
                        MOVE REV-DATE TO WS-RECENT-DATE(WS-REV-SLOT)
                        MOVE REV-RATING TO WS-RECENT-RATING(WS-REV-SLOT)
                        MOVE REV-COMMENT TO WS-RECENT-COMMENT(WS-REV-SLOT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyReviewsFile

    IF WS-REV-COUNT = 0
        MOVE "No student reviews of this company yet." TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-REV-AVERAGE ROUNDED = WS-REV-TOTAL / WS-REV-COUNT
    MOVE WS-REV-AVERAGE TO WS-REV-AVG-OUT
    MOVE WS-REV-COUNT TO WS-REV-COUNT-OUT
    MOVE SPACES TO WS-IO-BUFFER
    STRING "Student rating: " WS-REV-AVG-OUT "/5 from "
        FUNCTION TRIM(WS-REV-COUNT-OUT) " review(s)"
        DELIMITED BY SIZE INTO WS-IO-BUFFER
    PERFORM SHOW-LINE
    PERFORM VARYING WS-REV-IDX FROM 1 BY 1 UNTIL WS-REV-IDX > 3
        IF WS-RECENT-DATE(WS-REV-IDX) > 0
            MOVE SPACES TO WS-IO-BUFFER
            STRING "  " WS-RECENT-RATING(WS-REV-IDX) "/5 "
                WS-RECENT-DATE(WS-REV-IDX)(1:4) "-"
                WS-RECENT-DATE(WS-REV-IDX)(5:2) "-"
                WS-RECENT-DATE(WS-REV-IDX)(7:2) ": "
                FUNCTION TRIM(WS-RECENT-COMMENT(WS-REV-IDX))
                DELIMITED BY SIZE INTO WS-IO-BUFFER
            PERFORM SHOW-LINE
        END-IF
    END-PERFORM.

SAVE-JOB-FOR-LATER.
    *> Records the chosen posting against the caller's username in
                    MOVE "Y" TO WS-EOF-SAVED
                NOT AT END
                    IF FUNCTION TRIM(SAVED-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        AND SAVED-POSTING-ID = WS-M-POSTING-ID(WS-CHOICE)
                        MOVE "Y" TO WS-ALREADY-SAVED
                        MOVE "Y" TO WS-EOF-SAVED
                    END-IF
    MOVE LNK-USER-NAME TO SAVED-USERNAME
    MOVE WS-M-TITLE(WS-CHOICE) TO SAVED-JOB-TITLE
    MOVE WS-M-COMPANY(WS-CHOICE) TO SAVED-JOB-COMPANY
    MOVE WS-M-POSTING-ID(WS-CHOICE) TO SAVED-POSTING-ID
    ACCEPT SAVED-DATE FROM DATE YYYYMMDD
    WRITE SAVED-JOB-RECORD
    CLOSE SavedJobsFile
        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE.

REPORT-POSTING.
    *> Appends a pending report against the chosen posting for the
    *> admin moderation queue. The row carries the posting's permanent
    *> ID, so ModerationQueue pulls exactly this posting even when the
    *> employer has reposted the same title, plus the employer who
    *> posted it so the poster can be suspended.
    MOVE "N" TO WS-ALREADY-REPORTED
    MOVE "N" TO WS-EOF-REPORT
    OPEN INPUT PostingReportsFile

    IF WS-REPORT-STAT = "35"
        CLOSE PostingReportsFile
    ELSE
        PERFORM UNTIL WS-EOF-REPORT = "Y"
            READ PostingReportsFile
                AT END
                    MOVE "Y" TO WS-EOF-REPORT
                NOT AT END
                    IF FUNCTION TRIM(PR-REPORTER) = FUNCTION TRIM(LNK-USER-NAME)
                        AND PR-POSTING-ID = WS-M-POSTING-ID(WS-CHOICE)
                        AND PR-STATUS = "P"
                        MOVE "Y" TO WS-ALREADY-REPORTED
                        MOVE "Y" TO WS-EOF-REPORT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PostingReportsFile
    END-IF

    IF WS-ALREADY-REPORTED = "Y"
        MOVE "You have already reported this posting; an administrator will review it." TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Why are you reporting this posting?" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "1. Asks for fees or payment" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "2. Fake or misleading job" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "3. Offensive or inappropriate content" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "4. Other" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "Enter your choice:" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    CALL "ScriptedIO" USING "R" WS-IO-BUFFER
    MOVE WS-IO-BUFFER TO WS-ACTION-RAW
    EVALUATE FUNCTION TRIM(WS-ACTION-RAW)
        WHEN "1"
            MOVE "F" TO WS-REPORT-REASON
        WHEN "2"
            MOVE "S" TO WS-REPORT-REASON
        WHEN "3"
            MOVE "O" TO WS-REPORT-REASON
        WHEN "4"
            MOVE "X" TO WS-REPORT-REASON
        WHEN OTHER
            MOVE "Report cancelled." TO WS-IO-BUFFER
            PERFORM SHOW-LINE
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE "Add a short note for the administrator (optional):" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    CALL "ScriptedIO" USING "R" WS-IO-BUFFER
    MOVE WS-IO-BUFFER TO WS-REPORT-NOTE
    INSPECT WS-REPORT-NOTE REPLACING ALL X"0D" BY SPACE
    INSPECT WS-REPORT-NOTE REPLACING ALL X"0A" BY SPACE

    OPEN EXTEND PostingReportsFile
    IF WS-REPORT-STAT = "35"
        CLOSE PostingReportsFile
        OPEN OUTPUT PostingReportsFile
    END-IF

    MOVE SPACES TO POSTING-REPORT-RECORD
    MOVE LNK-USER-NAME TO PR-REPORTER
    MOVE WS-M-TITLE(WS-CHOICE) TO PR-JOB-TITLE
    MOVE WS-M-COMPANY(WS-CHOICE) TO PR-JOB-COMPANY
    MOVE WS-M-POSTED-BY(WS-CHOICE) TO PR-POSTED-BY
    MOVE WS-REPORT-REASON TO PR-REASON
    MOVE WS-REPORT-NOTE TO PR-NOTE
    ACCEPT PR-REPORTED-DATE FROM DATE YYYYMMDD
    MOVE "P" TO PR-STATUS
    MOVE 0 TO PR-DECIDED-DATE
    MOVE WS-M-POSTING-ID(WS-CHOICE) TO PR-POSTING-ID
    WRITE POSTING-REPORT-RECORD
    CLOSE PostingReportsFile

    MOVE "Thank you. An administrator will review this posting and let you know the outcome." TO WS-IO-BUFFER
    PERFORM SHOW-LINE.

LOAD-MY-APPLIED.
    *> Collects the posting IDs this student already applied to, the
    *> same shape WithdrawApplication.cob's LOAD-OWN-APPLICATIONS uses.
    MOVE 0 TO WS-MY-APPLIED-COUNT
    MOVE "N" TO WS-EOF-JOB
    OPEN INPUT JobApplicationsFile
                    IF FUNCTION TRIM(APP-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        AND WS-MY-APPLIED-COUNT < 50
                        ADD 1 TO WS-MY-APPLIED-COUNT
                        MOVE APP-POSTING-ID TO WS-MY-APPLIED-ID(WS-MY-APPLIED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

CHECK-ALREADY-APPLIED.
    *> WS-ALREADY-APPLIED = "Y" when WS-CHECK-POSTING-ID is in the
    *> applied table LOAD-MY-APPLIED built.
    MOVE "N" TO WS-ALREADY-APPLIED
    PERFORM VARYING WS-APPLIED-IDX FROM 1 BY 1
        UNTIL WS-APPLIED-IDX > WS-MY-APPLIED-COUNT
        IF WS-MY-APPLIED-ID(WS-APPLIED-IDX) = WS-CHECK-POSTING-ID
            MOVE "Y" TO WS-ALREADY-APPLIED
        END-IF
    END-PERFORM.
        EXIT PARAGRAPH
    END-IF

    MOVE WS-M-POSTING-ID(WS-CHOICE) TO WS-CHECK-POSTING-ID
    PERFORM CHECK-ALREADY-APPLIED
    IF WS-ALREADY-APPLIED = "Y"
        MOVE SPACES TO WS-IO-BUFFER
    MOVE LNK-USER-NAME TO APP-USERNAME
    MOVE WS-M-TITLE(WS-CHOICE) TO APP-JOB-TITLE
    MOVE WS-M-COMPANY(WS-CHOICE) TO APP-JOB-COMPANY
    MOVE WS-M-POSTING-ID(WS-CHOICE) TO APP-POSTING-ID
    ACCEPT APP-DATE FROM DATE YYYYMMDD
    MOVE "S" TO APP-STATUS
    WRITE JOB-APPLICATION-RECORD

    PERFORM RECORD-APPLICATION-DETAILS

    MOVE "A" TO WS-REF-FUNCTION
    CALL "JobReferrals" USING WS-REF-FUNCTION LNK-USER-NAME WS-REF-CONTACT
        WS-M-POSTING-ID(WS-CHOICE) WS-M-TITLE(WS-CHOICE)
        WS-M-COMPANY(WS-CHOICE) WS-REF-RESULT WS-REF-REFERRER

    MOVE SPACES TO WS-IO-BUFFER
    STRING "Application submitted for " FUNCTION TRIM(WS-M-TITLE(WS-CHOICE))
        " at " FUNCTION TRIM(WS-M-COMPANY(WS-CHOICE)) "."
        INTO WS-IO-BUFFER
    PERFORM SHOW-LINE
    IF WS-REF-RESULT = "Y"
        MOVE SPACES TO WS-IO-BUFFER
        STRING "Referred by " FUNCTION TRIM(WS-REF-REFERRER) "."
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-IF.

REFER-CONNECTION.
    *> Lists the caller's connections (LOAD-MY-CONNECTIONS) and refers
    *> the one picked to WS-M-...(WS-CHOICE).
    PERFORM LOAD-MY-CONNECTIONS
    IF WS-MY-CONN-COUNT = 0
        MOVE "You have no connections to refer yet." TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE "Your connections:" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MY-CONN-COUNT
        MOVE SPACES TO WS-IO-BUFFER
        STRING "   " I ". " FUNCTION TRIM(WS-MY-CONN(I))
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-PERFORM
    MOVE "Enter the number of the connection to refer, or 0 to cancel:" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    CALL "ScriptedIO" USING "R" WS-IO-BUFFER
    MOVE WS-IO-BUFFER TO WS-ACTION-RAW
    INSPECT WS-ACTION-RAW REPLACING ALL X"0D" BY SPACE
    INSPECT WS-ACTION-RAW REPLACING ALL X"0A" BY SPACE
    MOVE 0 TO WS-CONN-PICK
    IF FUNCTION TRIM(WS-ACTION-RAW) IS NUMERIC AND FUNCTION TRIM(WS-ACTION-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-ACTION-RAW) TO WS-CONN-PICK
    END-IF
    IF WS-CONN-PICK = 0 OR WS-CONN-PICK > WS-MY-CONN-COUNT
        MOVE "No referral sent." TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "S" TO WS-REF-FUNCTION
    MOVE WS-MY-CONN(WS-CONN-PICK) TO WS-REF-CONTACT
    CALL "JobReferrals" USING WS-REF-FUNCTION LNK-USER-NAME WS-REF-CONTACT
        WS-M-POSTING-ID(WS-CHOICE) WS-M-TITLE(WS-CHOICE)
        WS-M-COMPANY(WS-CHOICE) WS-REF-RESULT WS-REF-REFERRER
    MOVE SPACES TO WS-IO-BUFFER
    EVALUATE WS-REF-RESULT
        WHEN "Y"
            STRING "Referral sent to " FUNCTION TRIM(WS-REF-CONTACT) "."
                INTO WS-IO-BUFFER
        WHEN "D"
            STRING "You have already referred " FUNCTION TRIM(WS-REF-CONTACT)
                " to this posting." INTO WS-IO-BUFFER
        WHEN "P"
            STRING FUNCTION TRIM(WS-REF-CONTACT)
                " has already applied to this posting." INTO WS-IO-BUFFER
        WHEN OTHER
            STRING "Only student accounts can be referred to a posting."
                INTO WS-IO-BUFFER
    END-EVALUATE
    PERFORM SHOW-LINE.

RECORD-APPLICATION-DETAILS.
    INSPECT WS-COVER-NOTE REPLACING ALL X"0D" BY SPACE
    INSPECT WS-COVER-NOTE REPLACING ALL X"0A" BY SPACE

    MOVE "COVER NOTE" TO WS-CS-SOURCE
    MOVE SPACES TO WS-CS-KEY
    STRING WS-M-TITLE(WS-CHOICE) WS-M-COMPANY(WS-CHOICE)
        DELIMITED BY SIZE INTO WS-CS-KEY
    MOVE WS-COVER-NOTE TO WS-CS-TEXT
    CALL "ContentScreen" USING "S" WS-CS-SOURCE LNK-USER-NAME
        WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
    IF WS-CS-RESULT = "R"
        MOVE SPACES TO WS-IO-BUFFER
        STRING "Cover note not saved (" FUNCTION TRIM(WS-CS-REASON)
            "); your application goes without one."
            INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
        MOVE SPACES TO WS-COVER-NOTE
    END-IF

    CALL "ProfileStore" USING "L" LNK-USER-NAME WS-PROFILE-FOUND
        WS-PROFILE-RECORD

    MOVE LNK-USER-NAME TO AD-USERNAME
    MOVE WS-M-TITLE(WS-CHOICE) TO AD-JOB-TITLE
    MOVE WS-M-COMPANY(WS-CHOICE) TO AD-JOB-COMPANY
    MOVE WS-M-POSTING-ID(WS-CHOICE) TO AD-POSTING-ID
    MOVE WS-COVER-NOTE TO AD-COVER-NOTE
    IF WS-PROFILE-FOUND = "Y"
        MOVE WS-PROFILE-RECORD TO AD-PROFILE
