        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-DETAIL-STAT.
    SELECT ScorecardsFile ASSIGN TO "data/Scorecards.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SC-STAT.
    SELECT StatusLogFile ASSIGN TO "data/ApplicationStatusLog.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ASL-STAT.

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

FD TempAppFile.
01 TEMP-APP-RECORD PIC X(148).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
       05 AD-JOB-COMPANY PIC X(50).
       05 AD-COVER-NOTE  PIC X(200).
       05 AD-PROFILE     PIC X(1735).
       05 AD-POSTING-ID  PIC 9(9).

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

FD StatusLogFile.
01 STATUS-LOG-RECORD.
       05 ASL-USERNAME      PIC X(30).
       05 ASL-POSTING-ID    PIC 9(9).
       05 ASL-APP-DATE      PIC 9(8).
       05 ASL-OLD-STATUS    PIC X(01).
       05 ASL-NEW-STATUS    PIC X(01).
       05 ASL-CHANGED-DATE  PIC 9(8).
       05 ASL-CHANGED-BY    PIC X(30).

WORKING-STORAGE SECTION.
77 WS-RECOVER-DAT PIC X(60) VALUE "data/JobApplications.dat".
       10 WS-POST-TITLE   PIC X(50).
       10 WS-POST-COMPANY PIC X(50).
       10 WS-POST-STATUS  PIC X(01).
       10 WS-POST-ID      PIC 9(9).

*> Every applicant shown this run, numbered across all postings so the
*> employer can pick one by number and record a decision on it - the
       10 WS-APPL-COMPANY  PIC X(50).
       10 WS-APPL-DATE     PIC 9(8).
       10 WS-APPL-STATUS   PIC X(01).
       10 WS-APPL-ID       PIC 9(9).
77 WS-APPL-TOTAL     PIC 9(4) VALUE 0.
77 WS-CHOICE-RAW     PIC X(4) VALUE SPACES.
77 WS-CHOICE         PIC 9(4) VALUE 0.
77 WS-NEW-STATUS     PIC X(01) VALUE SPACE.
77 WS-STATUS-LABEL   PIC X(15) VALUE SPACES.
77 WS-STATUS-CHANGED PIC X VALUE "N".
*> Every decision is also appended to data/ApplicationStatusLog.dat
*> (old and new status, who and when), which PipelineAgingReport.cob
*> reads to work out each company's time to decision.
77 WS-ASL-STAT       PIC XX VALUE SPACES.
77 WS-LOCK-RESULT    PIC X VALUE SPACE.
77 WS-NP-CATEGORY    PIC X(01) VALUE SPACE.
77 WS-NP-SETTING     PIC X(01) VALUE SPACE.

*> Each application carries a message thread between the applicant
*> and the posting's team (ApplicationThread.cob); any team seat
*> opens it from here, and a rejection closes it.
77 WS-ACTION-RAW     PIC X(4) VALUE SPACES.
77 WS-THREAD-MODE    PIC X VALUE SPACE.
77 WS-THREAD-UNREAD  PIC 9(4) VALUE 0.

*> Cover note and profile snapshot stored at apply time by
*> JobSearch/SavedJobs - shown inline under each applicant so the
*> employer stops having to run CandidateSearch to learn anything
77 WS-DETAIL-STAT  PIC XX VALUE SPACES.
77 WS-EOF-DETAIL   PIC X VALUE "N".
77 WS-DETAIL-FOUND PIC X VALUE "N".
77 WS-SC-STAT      PIC XX VALUE SPACES.
77 WS-EOF-SC       PIC X VALUE "N".
77 WS-SC-WHO       PIC X(30) VALUE SPACES.
77 WS-SC-VERDICT   PIC X(10) VALUE SPACES.

*> Refuses to run against postings/applications/scorecards files
*> stamped for a different layout version - see SchemaGuard.cob.
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.
    05 WS-SNAP-UNIV        OCCURS 3 TIMES PIC X(50).
    05 WS-SNAP-YEARS       OCCURS 3 TIMES PIC X(30).

*> The posting's required SkillCatalog.dat lessons, and each
*> applicant's SkillsCompleted.dat match against them - see
*> PostingSkills.cob.
77 WS-PS-REQUIRED   PIC X(9) VALUE "NNNNNNNNN".
77 WS-PS-DONE       PIC X(9) VALUE "NNNNNNNNN".
77 WS-PS-REQ-COUNT  PIC 9 VALUE 0.
77 WS-PS-DONE-COUNT PIC 9 VALUE 0.
01 WS-PS-TITLES.
   05 WS-PS-TITLE OCCURS 9 TIMES PIC X(40).
77 WS-SKILL-IDX     PIC 99 VALUE 0.

*> The caller's whole company from CompanyMembers.dat (or just the
*> caller when they belong to none) - postings by any fellow member
*> are treated as the caller's own, so a recruiter's replacement sees
77 WS-IS-TEAM-POSTING PIC X VALUE "N".
77 WS-TEAM-IDX       PIC 9(4) VALUE 0.

*> The connection credited with referring each applicant to the
*> posting (JobReferrals.cob "L"), shown on the applicant line.
77 WS-REF-FUNCTION   PIC X VALUE "L".
77 WS-REF-CONTACT    PIC X(30) VALUE SPACES.
77 WS-REF-TITLE      PIC X(50) VALUE SPACES.
77 WS-REF-COMPANY    PIC X(50) VALUE SPACES.
77 WS-REF-RESULT     PIC X VALUE SPACE.
77 WS-REF-REFERRER   PIC X(30) VALUE SPACES.

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
        MOVE "Scorecards.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
        DISPLAY FUNCTION TRIM(WS-POST-TITLE(I)) " at "
            FUNCTION TRIM(WS-POST-COMPANY(I)) " (status: "
            WS-POST-STATUS(I) ")"
        PERFORM SHOW-REQUIRED-SKILLS
        PERFORM LIST-APPLICANTS-FOR-POSTING
    END-PERFORM

                        MOVE JOB-TITLE TO WS-POST-TITLE(WS-POSTING-COUNT)
                        MOVE JOB-COMPANY TO WS-POST-COMPANY(WS-POSTING-COUNT)
                        MOVE JOB-STATUS TO WS-POST-STATUS(WS-POSTING-COUNT)
                        MOVE JOB-POSTING-ID TO WS-POST-ID(WS-POSTING-COUNT)
                    END-IF
            END-READ
        END-PERFORM

LIST-APPLICANTS-FOR-POSTING.
    *> Re-scans JobApplications.dat once per posting in WS-POSTING-TABLE
    *> (I indexes the posting being reported on) for rows carrying its
    *> posting ID - an earlier posting under the same title keeps its
    *> own applicants - numbering each applicant into
    *> WS-APPL-TABLE so a decision can be recorded on it afterwards.
    MOVE 0 TO WS-APPLICANT-COUNT
    MOVE "N" TO WS-EOF-APP
                AT END
                    MOVE "Y" TO WS-EOF-APP
                NOT AT END
                    IF APP-POSTING-ID = WS-POST-ID(I)
                        ADD 1 TO WS-APPLICANT-COUNT
                        MOVE APP-STATUS TO WS-NEW-STATUS
                        PERFORM SET-STATUS-LABEL
                            MOVE APP-JOB-COMPANY TO WS-APPL-COMPANY(WS-APPL-TOTAL)
                            MOVE APP-DATE TO WS-APPL-DATE(WS-APPL-TOTAL)
                            MOVE APP-STATUS TO WS-APPL-STATUS(WS-APPL-TOTAL)
                            MOVE APP-POSTING-ID TO WS-APPL-ID(WS-APPL-TOTAL)
                            MOVE "L" TO WS-REF-FUNCTION
                            CALL "JobReferrals" USING WS-REF-FUNCTION
                                APP-USERNAME WS-REF-CONTACT APP-POSTING-ID
                                WS-REF-TITLE WS-REF-COMPANY WS-REF-RESULT
                                WS-REF-REFERRER
                            IF WS-REF-RESULT = "Y"
                                DISPLAY "    " WS-APPL-TOTAL ". "
                                    FUNCTION TRIM(APP-USERNAME)
                                    " applied " APP-DATE " - "
                                    FUNCTION TRIM(WS-STATUS-LABEL)
                                    " - referred by "
                                    FUNCTION TRIM(WS-REF-REFERRER)
                            ELSE
                                DISPLAY "    " WS-APPL-TOTAL ". "
                                    FUNCTION TRIM(APP-USERNAME)
                                    " applied " APP-DATE " - "
                                    FUNCTION TRIM(WS-STATUS-LABEL)
                            END-IF
                            PERFORM SHOW-APPLICATION-DETAILS
                        END-IF
                    END-IF
        DISPLAY "    (no applicants yet)"
    END-IF.

SHOW-REQUIRED-SKILLS.
    CALL "PostingSkills" USING "G" WS-POST-ID(I) LNK-USER-NAME
        WS-PS-REQUIRED WS-PS-DONE WS-PS-REQ-COUNT WS-PS-DONE-COUNT
        WS-PS-TITLES
    PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1 UNTIL WS-SKILL-IDX > 9
        IF WS-PS-REQUIRED(WS-SKILL-IDX:1) = "Y"
            DISPLAY "  Requires: " FUNCTION TRIM(WS-PS-TITLE(WS-SKILL-IDX))
        END-IF
    END-PERFORM.

SHOW-SKILL-MATCH.
    *> The applicant's completed lessons against the posting's
    *> required ones, as they stand now, naming any still missing.
    IF WS-PS-REQ-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    CALL "PostingSkills" USING "M" WS-POST-ID(I) APP-USERNAME
        WS-PS-REQUIRED WS-PS-DONE WS-PS-REQ-COUNT WS-PS-DONE-COUNT
        WS-PS-TITLES
    DISPLAY "       Required skills: " WS-PS-DONE-COUNT " of "
        WS-PS-REQ-COUNT " completed"
    PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1 UNTIL WS-SKILL-IDX > 9
        IF WS-PS-REQUIRED(WS-SKILL-IDX:1) = "Y"
            AND WS-PS-DONE(WS-SKILL-IDX:1) = "N"
            DISPLAY "         missing: "
                FUNCTION TRIM(WS-PS-TITLE(WS-SKILL-IDX))
        END-IF
    END-PERFORM.

SHOW-APPLICATION-DETAILS.
    PERFORM SHOW-SKILL-MATCH
    PERFORM SHOW-COVER-AND-SNAPSHOT
    PERFORM SHOW-SCORECARDS.

SHOW-COVER-AND-SNAPSHOT.
    *> Looks up the applicant's ApplicationDetails.dat row for this
    *> posting (keyed the same way the application itself is) and
    *> shows the cover note and snapshot inline. Applications made
                MOVE "Y" TO WS-EOF-DETAIL
            NOT AT END
                IF FUNCTION TRIM(AD-USERNAME) = FUNCTION TRIM(APP-USERNAME)
                    AND AD-POSTING-ID = APP-POSTING-ID
                    MOVE "Y" TO WS-DETAIL-FOUND
                    MOVE AD-PROFILE TO WS-SNAP-RECORD
                    IF FUNCTION TRIM(AD-COVER-NOTE) NOT = SPACES
    END-PERFORM
    CLOSE ApplicationDetailsFile.

SHOW-SCORECARDS.
    *> Every interviewer's scorecard (ScheduleInterviews.cob) for this
    *> applicant on this posting. Scorecards are internal to the
    *> hiring team - this screen is employer-only, and no student-side
    *> program reads Scorecards.dat.
    MOVE "N" TO WS-EOF-SC
    OPEN INPUT ScorecardsFile

    IF WS-SC-STAT = "35"
        CLOSE ScorecardsFile
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF-SC = "Y"
        READ ScorecardsFile
            AT END
                MOVE "Y" TO WS-EOF-SC
            NOT AT END
                IF FUNCTION TRIM(SC-CANDIDATE) = FUNCTION TRIM(APP-USERNAME)
                    AND SC-POSTING-ID = APP-POSTING-ID
                    PERFORM SHOW-ONE-SCORECARD
                END-IF
        END-READ
    END-PERFORM
    CLOSE ScorecardsFile.

SHOW-ONE-SCORECARD.
    IF FUNCTION TRIM(SC-INTERVIEWER) = SPACES
        MOVE "former team member" TO WS-SC-WHO
    ELSE
        MOVE SC-INTERVIEWER TO WS-SC-WHO
    END-IF
    IF SC-RECOMMEND = "H"
        MOVE "hire" TO WS-SC-VERDICT
    ELSE
        MOVE "no hire" TO WS-SC-VERDICT
    END-IF
    DISPLAY "       Scorecard (" SC-SLOT-DATE " interview) by "
        FUNCTION TRIM(WS-SC-WHO) ": " FUNCTION TRIM(WS-SC-VERDICT)
    DISPLAY "         Technical " SC-RATING(1) "  Communication "
        SC-RATING(2) "  Problem solving " SC-RATING(3)
        "  Team fit " SC-RATING(4)
    IF FUNCTION TRIM(SC-COMMENTS) NOT = SPACES
        DISPLAY "         " FUNCTION TRIM(SC-COMMENTS)
    END-IF.

PROMPT-STATUS-DECISION.
    DISPLAY " "
    DISPLAY "Enter the number of an applicant to update their status "
        "or message them, or 0 to skip:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC
        AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        EXIT PARAGRAPH
    END-IF

    DISPLAY "1. Update status"
    DISPLAY "2. Open message thread"
    DISPLAY "3. Cancel"
    ACCEPT WS-ACTION-RAW
    EVALUATE FUNCTION TRIM(WS-ACTION-RAW)
        WHEN "1"
            CONTINUE
        WHEN "2"
            MOVE "T" TO WS-THREAD-MODE
            PERFORM CALL-APPLICATION-THREAD
            EXIT PARAGRAPH
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE

    DISPLAY "Set status to:"
    DISPLAY "1. Under review"
    DISPLAY "2. Interview"

    PERFORM REWRITE-APPLICATION-STATUS
    IF WS-STATUS-CHANGED = "Y"
        PERFORM LOG-STATUS-CHANGE
        PERFORM NOTIFY-APPLICANT
        *> A rejection closes the application's message thread; moving
        *> a rejected applicant back into the pipeline reopens it.
        IF WS-NEW-STATUS = "R" AND WS-APPL-STATUS(WS-CHOICE) NOT = "R"
            MOVE "R" TO WS-THREAD-MODE
            PERFORM CALL-APPLICATION-THREAD
        END-IF
        IF WS-NEW-STATUS NOT = "R" AND WS-APPL-STATUS(WS-CHOICE) = "R"
            MOVE "O" TO WS-THREAD-MODE
            PERFORM CALL-APPLICATION-THREAD
        END-IF
        MOVE WS-NEW-STATUS TO WS-APPL-STATUS(WS-CHOICE)
        PERFORM SET-STATUS-LABEL
        DISPLAY "Status for " FUNCTION TRIM(WS-APPL-USERNAME(WS-CHOICE))
            " set to " FUNCTION TRIM(WS-STATUS-LABEL) "."
        DISPLAY "Could not update that application; please try again."
    END-IF.

CALL-APPLICATION-THREAD.
    CALL "ApplicationThread" USING LNK-USER-NAME
        WS-APPL-USERNAME(WS-CHOICE) WS-APPL-TITLE(WS-CHOICE)
        WS-APPL-COMPANY(WS-CHOICE) WS-APPL-DATE(WS-CHOICE)
        WS-APPL-ID(WS-CHOICE) WS-THREAD-MODE WS-THREAD-UNREAD.

REWRITE-APPLICATION-STATUS.
    *> Rebuilds JobApplications.dat through TempAppFile, copying every
    *> row unchanged except the chosen applicant's (matched back by
                MOVE "Y" TO WS-EOF-APP
            NOT AT END
                IF FUNCTION TRIM(APP-USERNAME) = FUNCTION TRIM(WS-APPL-USERNAME(WS-CHOICE))
                    AND APP-POSTING-ID = WS-APPL-ID(WS-CHOICE)
                    AND APP-DATE = WS-APPL-DATE(WS-CHOICE)
                    MOVE WS-NEW-STATUS TO APP-STATUS
                    MOVE "Y" TO WS-STATUS-CHANGED
    END-IF
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

LOG-STATUS-CHANGE.
    *> Runs before WS-APPL-STATUS takes the new value, so the row
    *> carries the status the application is leaving as well.
    OPEN EXTEND StatusLogFile
    IF WS-ASL-STAT = "35"
        CLOSE StatusLogFile
        OPEN OUTPUT StatusLogFile
    END-IF
    MOVE WS-APPL-USERNAME(WS-CHOICE) TO ASL-USERNAME
    MOVE WS-APPL-ID(WS-CHOICE) TO ASL-POSTING-ID
    MOVE WS-APPL-DATE(WS-CHOICE) TO ASL-APP-DATE
    MOVE WS-APPL-STATUS(WS-CHOICE) TO ASL-OLD-STATUS
    MOVE WS-NEW-STATUS TO ASL-NEW-STATUS
    ACCEPT ASL-CHANGED-DATE FROM DATE YYYYMMDD
    MOVE LNK-USER-NAME TO ASL-CHANGED-BY
    WRITE STATUS-LOG-RECORD
    CLOSE StatusLogFile.

NOTIFY-APPLICANT.
    *> Queues a Notifications.dat row to the student on every status
    *> change, the same append SendRequest.cpy's NOTIFY-RECIPIENT does,
