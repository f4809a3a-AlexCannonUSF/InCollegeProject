>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ModerationQueue.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PostingReportsFile ASSIGN TO "data/PostingReports.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.
    SELECT TempReportsFile ASSIGN TO "data/PostingReports.tmp"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TEMP-STAT.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JOB-STAT.
    SELECT TempJobFile ASSIGN TO "data/JobPostings.tmp"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TEMP-JOB-STAT.
    SELECT ContentHoldsFile ASSIGN TO "data/ContentHolds.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-HOLD-STAT.
    SELECT TempHoldsFile ASSIGN TO "data/ContentHolds.tmp"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TEMP-STAT.
    SELECT NotificationsFile ASSIGN TO "data/Notifications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NOTIF-STAT.
    SELECT CompanyReviewsFile ASSIGN TO "data/CompanyReviews.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REV-STAT.
    SELECT TempReviewsFile ASSIGN TO "data/CompanyReviews.tmp"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TEMP-STAT.

DATA DIVISION.
FILE SECTION.
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

FD TempReportsFile.
01 TEMP-REPORT-RECORD PIC X(387).

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

FD TempHoldsFile.
01 TEMP-HOLD-RECORD PIC X(407).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
       05 NOTIF-USERNAME    PIC X(30).
       05 NOTIF-MESSAGE     PIC X(100).
       05 NOTIF-READ-FLAG   PIC X.

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

FD TempReviewsFile.
01 TEMP-REVIEW-RECORD PIC X(420).

WORKING-STORAGE SECTION.
*> Admin review of the "report this posting" rows JobSearch.cob files
*> in PostingReports.dat. PR-STATUS: "P" pending, "D" dismissed, "M"
*> posting pulled, "S" posting employer suspended (which also pulls
*> the posting). Pulling sets JOB-STATUS to "M" (removed by
*> moderation) - every search and listing only shows "A" rows, so the
*> posting disappears without losing the record of it. Pulling or
*> suspending settles every pending report against that posting at
*> once; a dismissal settles only the report chosen. Each decision
*> writes an AdminAudit row and tells the reporter(s) how it ended.
*> Option 2 reviews the text ContentScreen.cob held for review.
*> Option 3 reviews the student company reviews an employer flagged
*> (CompanyReviewFlags.cob).
77 WS-REPORT-STAT    PIC XX VALUE SPACES.
77 WS-TEMP-STAT      PIC XX VALUE SPACES.
77 WS-JOB-STAT       PIC XX VALUE SPACES.
77 WS-TEMP-JOB-STAT  PIC XX VALUE SPACES.
77 WS-NOTIF-STAT     PIC XX VALUE SPACES.
77 WS-EOF-REPORT     PIC X VALUE "N".
77 WS-EOF-JOB        PIC X VALUE "N".
77 WS-QUEUE-COUNT    PIC 9(4) VALUE 0.
77 WS-CHOICE-RAW     PIC X(4) VALUE SPACES.
77 WS-CHOICE         PIC 9(4) VALUE 0.
77 WS-ACTION-RAW     PIC X(4) VALUE SPACES.
77 WS-DECISION       PIC X VALUE SPACE.
77 WS-TODAY          PIC 9(8) VALUE 0.
77 WS-REASON-LABEL   PIC X(40) VALUE SPACES.
77 WS-OUTCOME-LABEL  PIC X(40) VALUE SPACES.
77 WS-SETTLED-COUNT  PIC 9(4) VALUE 0.
77 WS-PULLED         PIC X VALUE "N".
77 I                 PIC 9(4) VALUE 0.

01 WS-QUEUE-TABLE.
   05 WS-QUEUE-ROW OCCURS 100 TIMES.
       10 WS-Q-REPORTER  PIC X(30).
       10 WS-Q-TITLE     PIC X(50).
       10 WS-Q-COMPANY   PIC X(50).
       10 WS-Q-POSTED-BY PIC X(30).
       10 WS-Q-REASON    PIC X(01).
       10 WS-Q-NOTE      PIC X(200).
       10 WS-Q-DATE      PIC 9(8).
       10 WS-Q-POSTING-ID PIC 9(9).

*> Reporters whose report the decision settled, collected during the
*> rewrite and notified once the file is back in place.
01 WS-SETTLED-TABLE.
   05 WS-SETTLED-REPORTER OCCURS 100 TIMES PIC X(30).

77 WS-RECOVER-DAT PIC X(60) VALUE "data/PostingReports.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/PostingReports.tmp".
77 WS-RECOVER-JOB-DAT PIC X(60) VALUE "data/JobPostings.dat".
77 WS-RECOVER-JOB-TMP PIC X(60) VALUE "data/JobPostings.tmp".
77 WS-LOCK-RESULT    PIC X VALUE SPACE.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

77 WS-DS-USERNAME     PIC X(30) VALUE SPACES.
77 WS-DS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-DS-RESULT       PIC X VALUE SPACE.
77 WS-DS-ACCOUNT-TYPE PIC X VALUE SPACE.

77 WS-AUDIT-ACTOR     PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION    PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET    PIC X(30) VALUE SPACES.

*> Text ContentScreen.cob saved but held for review (option 2). An
*> admin releases it, suspends its author, or - for a job
*> description - pulls the posting; CH-KEY carries the posting's
*> title and company for that.
77 WS-HOLD-STAT       PIC XX VALUE SPACES.
77 WS-EOF-HOLD        PIC X VALUE "N".
77 WS-HOLD-COUNT      PIC 9(4) VALUE 0.
77 WS-HOLD-UPDATED    PIC X VALUE "N".
01 WS-HOLD-TABLE.
   05 WS-HOLD-ROW OCCURS 100 TIMES.
       10 WS-H-SOURCE     PIC X(20).
       10 WS-H-OWNER      PIC X(30).
       10 WS-H-KEY        PIC X(100).
       10 WS-H-TEXT       PIC X(200).
       10 WS-H-REASON     PIC X(40).
       10 WS-H-DATE       PIC 9(8).
77 WS-RECOVER-HOLD-DAT PIC X(60) VALUE "data/ContentHolds.dat".
77 WS-RECOVER-HOLD-TMP PIC X(60) VALUE "data/ContentHolds.tmp".

77 WS-PULL-TITLE      PIC X(50) VALUE SPACES.
77 WS-PULL-COMPANY    PIC X(50) VALUE SPACES.
77 WS-PULL-POSTED-BY  PIC X(30) VALUE SPACES.
*> A reported posting is pulled by its permanent ID; a held job
*> description (whose CH-KEY has only title and company) leaves this
*> 0 and is matched on title, company and poster instead.
77 WS-PULL-POSTING-ID PIC 9(9) VALUE 0.

*> Flagged company reviews (option 3). Keeping one puts it back to
*> "A" and clears the flag; hiding it sets "H", which drops it from
*> JobSearch.cob's company view and from the employer's list.
77 WS-REV-STAT        PIC XX VALUE SPACES.
77 WS-EOF-REV         PIC X VALUE "N".
77 WS-FLAG-COUNT      PIC 9(4) VALUE 0.
77 WS-REV-UPDATED     PIC X VALUE "N".
01 WS-FLAG-TABLE.
   05 WS-FLAG-ROW OCCURS 100 TIMES.
       10 WS-F-COMPANY    PIC X(50).
       10 WS-F-USERNAME   PIC X(30).
       10 WS-F-RATING     PIC 9.
       10 WS-F-COMMENT    PIC X(200).
       10 WS-F-DATE       PIC 9(8).
       10 WS-F-FLAGGED-BY PIC X(30).
       10 WS-F-NOTE       PIC X(100).
77 WS-RECOVER-REV-DAT PIC X(60) VALUE "data/CompanyReviews.dat".
77 WS-RECOVER-REV-TMP PIC X(60) VALUE "data/CompanyReviews.tmp".

77 WS-NP-CATEGORY     PIC X VALUE SPACE.
77 WS-NP-SETTING      PIC X VALUE SPACE.

PROCEDURE DIVISION.

MAIN-LOGIC.
    DISPLAY "--- Moderation Queue ---"
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY "1. Reported job postings"
    DISPLAY "2. Content held by screening"
    DISPLAY "3. Flagged company reviews"
    DISPLAY "4. Go back"
    DISPLAY "Enter your choice:"
    ACCEPT WS-ACTION-RAW
    EVALUATE FUNCTION TRIM(WS-ACTION-RAW)
        WHEN "1"
            PERFORM REVIEW-POSTING-REPORTS
        WHEN "2"
            PERFORM REVIEW-HELD-CONTENT
        WHEN "3"
            PERFORM REVIEW-FLAGGED-REVIEWS
    END-EVALUATE
    GOBACK.

REVIEW-POSTING-REPORTS.
    MOVE "PostingReports.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-PENDING-REPORTS

    IF WS-QUEUE-COUNT = 0
        DISPLAY "No posting reports are awaiting review."
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QUEUE-COUNT
        PERFORM SET-REASON-LABEL
        DISPLAY I ". " FUNCTION TRIM(WS-Q-TITLE(I)) " at "
            FUNCTION TRIM(WS-Q-COMPANY(I)) " (posted by "
            FUNCTION TRIM(WS-Q-POSTED-BY(I)) ")"
        DISPLAY "   Reported by " FUNCTION TRIM(WS-Q-REPORTER(I))
            " on " WS-Q-DATE(I) ": " FUNCTION TRIM(WS-REASON-LABEL)
        IF FUNCTION TRIM(WS-Q-NOTE(I)) NOT = SPACES
            DISPLAY "   Note: " FUNCTION TRIM(WS-Q-NOTE(I))
        END-IF
    END-PERFORM

    DISPLAY " "
    DISPLAY "Enter the number of a report to decide, or 0 to cancel:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
        MOVE 0 TO WS-CHOICE
    END-IF

    IF WS-CHOICE = 0 OR WS-CHOICE > WS-QUEUE-COUNT
        EXIT PARAGRAPH
    END-IF

    DISPLAY "1. Dismiss the report"
    DISPLAY "2. Pull the posting"
    DISPLAY "3. Suspend the posting employer"
    DISPLAY "4. Cancel"
    DISPLAY "Enter your choice:"
    ACCEPT WS-ACTION-RAW
    EVALUATE FUNCTION TRIM(WS-ACTION-RAW)
        WHEN "1"
            MOVE "D" TO WS-DECISION
        WHEN "2"
            MOVE "M" TO WS-DECISION
        WHEN "3"
            MOVE "S" TO WS-DECISION
        WHEN OTHER
            DISPLAY "No decision recorded."
            EXIT PARAGRAPH
    END-EVALUATE

    IF WS-DECISION = "M" OR WS-DECISION = "S"
        MOVE WS-Q-TITLE(WS-CHOICE) TO WS-PULL-TITLE
        MOVE WS-Q-COMPANY(WS-CHOICE) TO WS-PULL-COMPANY
        MOVE WS-Q-POSTED-BY(WS-CHOICE) TO WS-PULL-POSTED-BY
        MOVE WS-Q-POSTING-ID(WS-CHOICE) TO WS-PULL-POSTING-ID
        PERFORM PULL-POSTING
        IF WS-PULLED = "N"
            DISPLAY "That posting is no longer on file; dismiss the report instead."
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF WS-DECISION = "S"
        MOVE WS-Q-POSTED-BY(WS-CHOICE) TO WS-DS-USERNAME
        CALL "DataStore" USING "D" WS-DS-USERNAME WS-DS-PASSWORD
            WS-DS-RESULT WS-DS-ACCOUNT-TYPE
        IF WS-DS-RESULT NOT = "Y"
            DISPLAY "The posting employer's account was not found; the posting was pulled."
            MOVE "M" TO WS-DECISION
        END-IF
    END-IF

    PERFORM SETTLE-REPORTS

    EVALUATE WS-DECISION
        WHEN "D"
            MOVE "POSTING REPORT DISMISSED" TO WS-AUDIT-ACTION
            MOVE WS-Q-REPORTER(WS-CHOICE) TO WS-AUDIT-TARGET
            MOVE "dismissed after review" TO WS-OUTCOME-LABEL
        WHEN "M"
            MOVE "POSTING PULLED" TO WS-AUDIT-ACTION
            MOVE WS-Q-POSTED-BY(WS-CHOICE) TO WS-AUDIT-TARGET
            MOVE "the posting was removed" TO WS-OUTCOME-LABEL
        WHEN "S"
            MOVE "EMPLOYER SUSPENDED" TO WS-AUDIT-ACTION
            MOVE WS-Q-POSTED-BY(WS-CHOICE) TO WS-AUDIT-TARGET
            MOVE "the posting and its employer were removed"
                TO WS-OUTCOME-LABEL
    END-EVALUATE
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
        WS-AUDIT-ACTION WS-AUDIT-TARGET

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SETTLED-COUNT
        PERFORM NOTIFY-REPORTER
    END-PERFORM

    DISPLAY "Decision recorded; " WS-SETTLED-COUNT " report(s) settled.".

LOAD-PENDING-REPORTS.
    *> Same "scan once into a table, then let the caller pick one" shape
    *> EmployerApprovalQueue's LOAD-PENDING-EMPLOYERS uses.
    MOVE 0 TO WS-QUEUE-COUNT
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
                    IF PR-STATUS = "P" AND WS-QUEUE-COUNT < 100
                        ADD 1 TO WS-QUEUE-COUNT
                        MOVE PR-REPORTER TO WS-Q-REPORTER(WS-QUEUE-COUNT)
                        MOVE PR-JOB-TITLE TO WS-Q-TITLE(WS-QUEUE-COUNT)
                        MOVE PR-JOB-COMPANY TO WS-Q-COMPANY(WS-QUEUE-COUNT)
                        MOVE PR-POSTED-BY TO WS-Q-POSTED-BY(WS-QUEUE-COUNT)
                        MOVE PR-REASON TO WS-Q-REASON(WS-QUEUE-COUNT)
                        MOVE PR-NOTE TO WS-Q-NOTE(WS-QUEUE-COUNT)
                        MOVE PR-REPORTED-DATE TO WS-Q-DATE(WS-QUEUE-COUNT)
                        MOVE PR-POSTING-ID TO WS-Q-POSTING-ID(WS-QUEUE-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PostingReportsFile
    END-IF.

SET-REASON-LABEL.
    EVALUATE WS-Q-REASON(I)
        WHEN "F"
            MOVE "asks for fees or payment" TO WS-REASON-LABEL
        WHEN "S"
            MOVE "fake or misleading job" TO WS-REASON-LABEL
        WHEN "O"
            MOVE "offensive or inappropriate content" TO WS-REASON-LABEL
        WHEN OTHER
            MOVE "other" TO WS-REASON-LABEL
    END-EVALUATE.

REVIEW-HELD-CONTENT.
    PERFORM LOAD-PENDING-HOLDS

    IF WS-HOLD-COUNT = 0
        DISPLAY "No held content is awaiting review."
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HOLD-COUNT
        DISPLAY I ". " FUNCTION TRIM(WS-H-SOURCE(I)) " by "
            FUNCTION TRIM(WS-H-OWNER(I)) " on " WS-H-DATE(I) ": "
            FUNCTION TRIM(WS-H-REASON(I))
        DISPLAY "   " FUNCTION TRIM(WS-H-TEXT(I))
    END-PERFORM

    DISPLAY " "
    DISPLAY "Enter the number of an item to decide, or 0 to cancel:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
        MOVE 0 TO WS-CHOICE
    END-IF

    IF WS-CHOICE = 0 OR WS-CHOICE > WS-HOLD-COUNT
        EXIT PARAGRAPH
    END-IF

    DISPLAY "1. Release it"
    DISPLAY "2. Suspend the author"
    IF WS-H-SOURCE(WS-CHOICE) = "JOB DESCRIPTION"
        DISPLAY "3. Pull the posting"
    END-IF
    DISPLAY "0. Cancel"
    DISPLAY "Enter your choice:"
    ACCEPT WS-ACTION-RAW
    EVALUATE FUNCTION TRIM(WS-ACTION-RAW)
        WHEN "1"
            MOVE "A" TO WS-DECISION
        WHEN "2"
            MOVE "S" TO WS-DECISION
        WHEN "3"
            IF WS-H-SOURCE(WS-CHOICE) = "JOB DESCRIPTION"
                MOVE "M" TO WS-DECISION
            ELSE
                DISPLAY "No decision recorded."
                EXIT PARAGRAPH
            END-IF
        WHEN OTHER
            DISPLAY "No decision recorded."
            EXIT PARAGRAPH
    END-EVALUATE

    IF WS-H-SOURCE(WS-CHOICE) = "JOB DESCRIPTION"
        AND (WS-DECISION = "M" OR WS-DECISION = "S")
        MOVE WS-H-KEY(WS-CHOICE)(1:50) TO WS-PULL-TITLE
        MOVE WS-H-KEY(WS-CHOICE)(51:50) TO WS-PULL-COMPANY
        MOVE WS-H-OWNER(WS-CHOICE) TO WS-PULL-POSTED-BY
        MOVE 0 TO WS-PULL-POSTING-ID
        PERFORM PULL-POSTING
        IF WS-PULLED = "N" AND WS-DECISION = "M"
            DISPLAY "That posting is no longer on file; release the item instead."
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF WS-DECISION = "S"
        MOVE WS-H-OWNER(WS-CHOICE) TO WS-DS-USERNAME
        CALL "DataStore" USING "D" WS-DS-USERNAME WS-DS-PASSWORD
            WS-DS-RESULT WS-DS-ACCOUNT-TYPE
        IF WS-DS-RESULT NOT = "Y"
            DISPLAY "The author's account was not found."
        END-IF
    END-IF

    PERFORM SETTLE-HOLD

    EVALUATE WS-DECISION
        WHEN "A"
            MOVE "HELD CONTENT RELEASED" TO WS-AUDIT-ACTION
        WHEN "M"
            MOVE "HELD POSTING PULLED" TO WS-AUDIT-ACTION
        WHEN "S"
            MOVE "HELD CONTENT AUTHOR SUSPENDED" TO WS-AUDIT-ACTION
    END-EVALUATE
    MOVE WS-H-OWNER(WS-CHOICE) TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
        WS-AUDIT-ACTION WS-AUDIT-TARGET
    DISPLAY "Decision recorded.".

LOAD-PENDING-HOLDS.
    MOVE 0 TO WS-HOLD-COUNT
    MOVE "N" TO WS-EOF-HOLD
    OPEN INPUT ContentHoldsFile

    IF WS-HOLD-STAT = "35"
        CLOSE ContentHoldsFile
    ELSE
        PERFORM UNTIL WS-EOF-HOLD = "Y"
            READ ContentHoldsFile
                AT END
                    MOVE "Y" TO WS-EOF-HOLD
                NOT AT END
                    IF CH-STATUS = "P" AND WS-HOLD-COUNT < 100
                        ADD 1 TO WS-HOLD-COUNT
                        MOVE CH-SOURCE TO WS-H-SOURCE(WS-HOLD-COUNT)
                        MOVE CH-OWNER TO WS-H-OWNER(WS-HOLD-COUNT)
                        MOVE CH-KEY TO WS-H-KEY(WS-HOLD-COUNT)
                        MOVE CH-TEXT TO WS-H-TEXT(WS-HOLD-COUNT)
                        MOVE CH-REASON TO WS-H-REASON(WS-HOLD-COUNT)
                        MOVE CH-HELD-DATE TO WS-H-DATE(WS-HOLD-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ContentHoldsFile
    END-IF.

SETTLE-HOLD.
    *> Stamps the decision on the first pending row matching the one
    *> chosen, through the usual rebuild-via-temp-file.
    MOVE "N" TO WS-HOLD-UPDATED
    MOVE "N" TO WS-EOF-HOLD
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-HOLD-DAT WS-RECOVER-HOLD-TMP
    OPEN INPUT ContentHoldsFile
    OPEN OUTPUT TempHoldsFile

    PERFORM UNTIL WS-EOF-HOLD = "Y"
        READ ContentHoldsFile
            AT END
                MOVE "Y" TO WS-EOF-HOLD
            NOT AT END
                IF WS-HOLD-UPDATED = "N"
                    AND CH-STATUS = "P"
                    AND CH-SOURCE = WS-H-SOURCE(WS-CHOICE)
                    AND CH-OWNER = WS-H-OWNER(WS-CHOICE)
                    AND CH-KEY = WS-H-KEY(WS-CHOICE)
                    AND CH-TEXT = WS-H-TEXT(WS-CHOICE)
                    AND CH-HELD-DATE = WS-H-DATE(WS-CHOICE)
                    MOVE WS-DECISION TO CH-STATUS
                    MOVE WS-TODAY TO CH-DECIDED-DATE
                    MOVE "Y" TO WS-HOLD-UPDATED
                END-IF
                MOVE CONTENT-HOLD-RECORD TO TEMP-HOLD-RECORD
                WRITE TEMP-HOLD-RECORD
        END-READ
    END-PERFORM

    CLOSE ContentHoldsFile
    CLOSE TempHoldsFile

    CALL "CBL_DELETE_FILE" USING "data/ContentHolds.dat"
    CALL "CBL_RENAME_FILE" USING "data/ContentHolds.tmp"
        "data/ContentHolds.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

REVIEW-FLAGGED-REVIEWS.
    PERFORM LOAD-FLAGGED-REVIEWS

    IF WS-FLAG-COUNT = 0
        DISPLAY "No company reviews are flagged for review."
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FLAG-COUNT
        DISPLAY I ". " FUNCTION TRIM(WS-F-COMPANY(I)) " - "
            WS-F-RATING(I) "/5 by " FUNCTION TRIM(WS-F-USERNAME(I))
            " on " WS-F-DATE(I)
        DISPLAY "   " FUNCTION TRIM(WS-F-COMMENT(I))
        DISPLAY "   Flagged by " FUNCTION TRIM(WS-F-FLAGGED-BY(I)) ": "
            FUNCTION TRIM(WS-F-NOTE(I))
    END-PERFORM

    DISPLAY " "
    DISPLAY "Enter the number of a review to decide, or 0 to cancel:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
        MOVE 0 TO WS-CHOICE
    END-IF

    IF WS-CHOICE = 0 OR WS-CHOICE > WS-FLAG-COUNT
        EXIT PARAGRAPH
    END-IF

    DISPLAY "1. Keep the review"
    DISPLAY "2. Hide the review"
    DISPLAY "0. Cancel"
    DISPLAY "Enter your choice:"
    ACCEPT WS-ACTION-RAW
    EVALUATE FUNCTION TRIM(WS-ACTION-RAW)
        WHEN "1"
            MOVE "A" TO WS-DECISION
        WHEN "2"
            MOVE "H" TO WS-DECISION
        WHEN OTHER
            DISPLAY "No decision recorded."
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM SETTLE-FLAGGED-REVIEW
    IF WS-REV-UPDATED = "N"
        DISPLAY "That review has changed since it was listed; no decision recorded."
        EXIT PARAGRAPH
    END-IF

    IF WS-DECISION = "A"
        MOVE "COMPANY REVIEW KEPT" TO WS-AUDIT-ACTION
    ELSE
        MOVE "COMPANY REVIEW HIDDEN" TO WS-AUDIT-ACTION
    END-IF
    MOVE WS-F-COMPANY(WS-CHOICE) TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
        WS-AUDIT-ACTION WS-AUDIT-TARGET
    DISPLAY "Decision recorded.".

LOAD-FLAGGED-REVIEWS.
    MOVE 0 TO WS-FLAG-COUNT
    MOVE "N" TO WS-EOF-REV
    OPEN INPUT CompanyReviewsFile

    IF WS-REV-STAT = "35"
        CLOSE CompanyReviewsFile
    ELSE
        PERFORM UNTIL WS-EOF-REV = "Y"
            READ CompanyReviewsFile
                AT END
                    MOVE "Y" TO WS-EOF-REV
                NOT AT END
                    IF REV-STATUS = "F" AND WS-FLAG-COUNT < 100
                        ADD 1 TO WS-FLAG-COUNT
                        MOVE REV-COMPANY TO WS-F-COMPANY(WS-FLAG-COUNT)
                        MOVE REV-USERNAME TO WS-F-USERNAME(WS-FLAG-COUNT)
                        MOVE REV-RATING TO WS-F-RATING(WS-FLAG-COUNT)
                        MOVE REV-COMMENT TO WS-F-COMMENT(WS-FLAG-COUNT)
                        MOVE REV-DATE TO WS-F-DATE(WS-FLAG-COUNT)
                        MOVE REV-FLAGGED-BY TO WS-F-FLAGGED-BY(WS-FLAG-COUNT)
                        MOVE REV-FLAG-NOTE TO WS-F-NOTE(WS-FLAG-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CompanyReviewsFile
    END-IF.

SETTLE-FLAGGED-REVIEW.
    *> Same shape as SETTLE-HOLD: the decision lands on the flagged row
    *> matching the one chosen, through the usual rebuild-via-temp-file.
    MOVE "N" TO WS-REV-UPDATED
    MOVE "N" TO WS-EOF-REV
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-REV-DAT WS-RECOVER-REV-TMP
    OPEN INPUT CompanyReviewsFile
    OPEN OUTPUT TempReviewsFile

    PERFORM UNTIL WS-EOF-REV = "Y"
        READ CompanyReviewsFile
            AT END
                MOVE "Y" TO WS-EOF-REV
            NOT AT END
                IF WS-REV-UPDATED = "N"
                    AND REV-STATUS = "F"
                    AND REV-COMPANY = WS-F-COMPANY(WS-CHOICE)
                    AND REV-USERNAME = WS-F-USERNAME(WS-CHOICE)
                    AND REV-DATE = WS-F-DATE(WS-CHOICE)
                    MOVE WS-DECISION TO REV-STATUS
                    IF WS-DECISION = "A"
                        MOVE SPACES TO REV-FLAGGED-BY
                        MOVE SPACES TO REV-FLAG-NOTE
                    END-IF
                    MOVE "Y" TO WS-REV-UPDATED
                END-IF
                MOVE COMPANY-REVIEW-RECORD TO TEMP-REVIEW-RECORD
                WRITE TEMP-REVIEW-RECORD
        END-READ
    END-PERFORM

    CLOSE CompanyReviewsFile
    CLOSE TempReviewsFile

    CALL "CBL_DELETE_FILE" USING "data/CompanyReviews.dat"
    CALL "CBL_RENAME_FILE" USING "data/CompanyReviews.tmp"
        "data/CompanyReviews.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

PULL-POSTING.
    *> Sets JOB-STATUS to "M" on the WS-PULL-* posting through the usual
    *> rebuild-via-temp-file under the shared update lock, the same
    *> shape ManageJobPostings' REWRITE-POSTINGS-FILE uses to close one.
    MOVE "N" TO WS-PULLED
    MOVE "JobPostings.dat" TO WS-GUARD-FILE
    MOVE 4 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF-JOB
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-JOB-DAT WS-RECOVER-JOB-TMP
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempJobFile

    PERFORM UNTIL WS-EOF-JOB = "Y"
        READ JobPostingsFile
            AT END
                MOVE "Y" TO WS-EOF-JOB
            NOT AT END
                IF WS-PULL-POSTING-ID > 0
                    IF JOB-POSTING-ID = WS-PULL-POSTING-ID
                        MOVE "M" TO JOB-STATUS
                        MOVE "Y" TO WS-PULLED
                    END-IF
                ELSE
                    IF FUNCTION TRIM(JOB-TITLE) = FUNCTION TRIM(WS-PULL-TITLE)
                        AND FUNCTION TRIM(JOB-COMPANY) = FUNCTION TRIM(WS-PULL-COMPANY)
                        AND FUNCTION TRIM(JOB-POSTED-BY) = FUNCTION TRIM(WS-PULL-POSTED-BY)
                        MOVE "M" TO JOB-STATUS
                        MOVE "Y" TO WS-PULLED
                    END-IF
                END-IF
                MOVE JOB-POSTING-RECORD TO TEMP-JOB-RECORD
                WRITE TEMP-JOB-RECORD
        END-READ
    END-PERFORM

    CLOSE JobPostingsFile
    CLOSE TempJobFile

    IF WS-PULLED = "Y"
        CALL "CBL_DELETE_FILE" USING "data/JobPostings.dat"
        CALL "CBL_RENAME_FILE" USING "data/JobPostings.tmp"
            "data/JobPostings.dat"
    ELSE
        CALL "CBL_DELETE_FILE" USING "data/JobPostings.tmp"
    END-IF
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

SETTLE-REPORTS.
    *> Stamps the decision on the chosen report - and, for a pull or
    *> suspension, on every other pending report against the same
    *> posting ID - remembering each reporter for NOTIFY-REPORTER. A
    *> report the posting-ID conversion could not place (ID 0) falls
    *> back to title, company and poster.
    MOVE 0 TO WS-SETTLED-COUNT
    MOVE "N" TO WS-EOF-REPORT
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN INPUT PostingReportsFile
    OPEN OUTPUT TempReportsFile

    PERFORM UNTIL WS-EOF-REPORT = "Y"
        READ PostingReportsFile
            AT END
                MOVE "Y" TO WS-EOF-REPORT
            NOT AT END
                IF PR-STATUS = "P"
                    AND PR-POSTING-ID = WS-Q-POSTING-ID(WS-CHOICE)
                    AND (PR-POSTING-ID > 0
                        OR (FUNCTION TRIM(PR-JOB-TITLE) = FUNCTION TRIM(WS-Q-TITLE(WS-CHOICE))
                        AND FUNCTION TRIM(PR-JOB-COMPANY) = FUNCTION TRIM(WS-Q-COMPANY(WS-CHOICE))
                        AND FUNCTION TRIM(PR-POSTED-BY) = FUNCTION TRIM(WS-Q-POSTED-BY(WS-CHOICE))))
                    AND (WS-DECISION NOT = "D"
                        OR FUNCTION TRIM(PR-REPORTER) = FUNCTION TRIM(WS-Q-REPORTER(WS-CHOICE)))
                    MOVE WS-DECISION TO PR-STATUS
                    MOVE WS-TODAY TO PR-DECIDED-DATE
                    IF WS-SETTLED-COUNT < 100
                        ADD 1 TO WS-SETTLED-COUNT
                        MOVE PR-REPORTER TO WS-SETTLED-REPORTER(WS-SETTLED-COUNT)
                    END-IF
                END-IF
                MOVE POSTING-REPORT-RECORD TO TEMP-REPORT-RECORD
                WRITE TEMP-REPORT-RECORD
        END-READ
    END-PERFORM

    CLOSE PostingReportsFile
    CLOSE TempReportsFile

    CALL "CBL_DELETE_FILE" USING "data/PostingReports.dat"
    CALL "CBL_RENAME_FILE" USING "data/PostingReports.tmp"
        "data/PostingReports.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

NOTIFY-REPORTER.
    *> Tells the student how their report ended, honouring their
    *> NotifyPref.cob setting for job updates like JobApplicants'
    *> NOTIFY-APPLICANT does.
    MOVE "J" TO WS-NP-CATEGORY
    CALL "NotifyPref" USING WS-SETTLED-REPORTER(I)
        WS-NP-CATEGORY WS-NP-SETTING
    IF WS-NP-SETTING = "F"
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND NotificationsFile
    IF WS-NOTIF-STAT = "35"
        CLOSE NotificationsFile
        OPEN OUTPUT NotificationsFile
    END-IF

    MOVE SPACES TO NOTIFICATIONS-RECORD
    MOVE WS-SETTLED-REPORTER(I) TO NOTIF-USERNAME
    STRING "Your report on " FUNCTION TRIM(WS-Q-TITLE(WS-CHOICE))
        " at " FUNCTION TRIM(WS-Q-COMPANY(WS-CHOICE)) ": "
        FUNCTION TRIM(WS-OUTCOME-LABEL)
        INTO NOTIF-MESSAGE
    IF WS-NP-SETTING = "D"
        MOVE "D" TO NOTIF-READ-FLAG
    ELSE
        MOVE "N" TO NOTIF-READ-FLAG
    END-IF
    WRITE NOTIFICATIONS-RECORD
    CLOSE NotificationsFile.

END PROGRAM ModerationQueue.
