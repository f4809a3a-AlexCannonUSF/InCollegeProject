>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MergeAccounts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT SkillsCompletedFile ASSIGN TO "data/SkillsCompleted.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempSkillFile ASSIGN TO "data/SkillsCompleted.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT JobApplicationsFile ASSIGN TO "data/JobApplications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempAppFile ASSIGN TO "data/JobApplications.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT RecommendationsFile ASSIGN TO "data/Recommendations.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempRecoFile ASSIGN TO "data/Recommendations.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT SkillEndorsementsFile ASSIGN TO "data/SkillEndorsements.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempEndorseFile ASSIGN TO "data/SkillEndorsements.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ApplicationDetailsFile ASSIGN TO "data/ApplicationDetails.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempDetailsFile ASSIGN TO "data/ApplicationDetails.tmp"
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
    SELECT StatusLogFile ASSIGN TO "data/ApplicationStatusLog.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempStatusLogFile ASSIGN TO "data/ApplicationStatusLog.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT InterviewSlotsFile ASSIGN TO "data/InterviewSlots.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempSlotsFile ASSIGN TO "data/InterviewSlots.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT PlacementsFile ASSIGN TO "data/Placements.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempPlacementsFile ASSIGN TO "data/Placements.tmp"
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD SkillsCompletedFile.
01 SKILL-COMPLETED-RECORD.
       05 SKILL-USERNAME PIC X(30).
       05 SKILL-NUMBER   PIC 9.

FD TempSkillFile.
01 TEMP-SKILL-RECORD PIC X(31).

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

FD RecommendationsFile.
01 RECOMMENDATION-RECORD.
       05 RECO-OWNER   PIC X(30).
       05 RECO-AUTHOR  PIC X(30).
       05 RECO-TEXT    PIC X(200).
       05 RECO-DATE    PIC 9(8).
       05 RECO-STATUS  PIC X(01).

FD TempRecoFile.
01 TEMP-RECO-RECORD PIC X(269).

FD SkillEndorsementsFile.
01 SKILL-ENDORSEMENT-RECORD.
       05 SE-OWNER        PIC X(30).
       05 SE-SKILL-NUMBER PIC 9.
       05 SE-ENDORSER     PIC X(30).

FD TempEndorseFile.
01 TEMP-ENDORSE-RECORD PIC X(61).

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

WORKING-STORAGE SECTION.
*> Folds a duplicate student account (the secondary) into the one the
*> person keeps (the primary): their connections, completed skills,
*> job applications, recommendations (given and received) and skill
*> endorsements (given and received) are moved onto the primary.
*> A row the move would turn into a self-connection, a
*> self-recommendation or a self-endorsement is dropped, and so is a
*> row the primary already has - the same connection, skill,
*> application to the same posting, recommendation from the same
*> author or endorsement of the same skill by the same person; for
*> an application it is the primary's own row that is kept. The
*> The rows hanging off each moved application - its cover note and
*> profile snapshot, message thread, scorecards, status history,
*> interview booking and offer decision - move with it; those of an
*> application dropped in favour of the primary's own are dropped
*> too (a booked interview slot is freed, not deleted). The
*> secondary is then closed through CloseAccount.cob, which purges
*> whatever else it still owns. Option 1 reruns
*> DuplicateAccountReport.cob to find the pairs. Every merge writes
*> AdminAudit rows against both accounts.
77 WS-CONN-STAT      PIC XX VALUE SPACES.
77 WS-FILE-STAT      PIC XX VALUE SPACES.
77 WS-EOF            PIC X VALUE "N".
77 WS-CONN-SIDE      PIC X VALUE "A".
77 WS-MENU-CHOICE    PIC X(4) VALUE SPACES.
77 WS-CONFIRM        PIC X(4) VALUE SPACES.
77 WS-PRIMARY        PIC X(30) VALUE SPACES.
77 WS-SECONDARY      PIC X(30) VALUE SPACES.
77 WS-LOCK-RESULT    PIC X VALUE SPACE.
77 WS-RECOVER-DAT    PIC X(60) VALUE SPACES.
77 WS-RECOVER-TMP    PIC X(60) VALUE SPACES.
77 WS-CLOSE-SUCCESS  PIC X VALUE "N".
77 WS-DUPLICATE      PIC X VALUE "N".
77 WS-ROW-MOVED      PIC X VALUE "N".
77 I                 PIC 9(4) VALUE 0.

77 WS-DS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-DS-FOUND        PIC X VALUE SPACE.
77 WS-PRIMARY-TYPE    PIC X VALUE SPACE.
77 WS-SECONDARY-TYPE  PIC X VALUE SPACE.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

77 WS-AUDIT-ACTOR     PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION    PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET    PIC X(30) VALUE SPACES.

*> Rows moved to the primary and rows dropped, per file.
77 WS-CONN-MOVED     PIC 9(6) VALUE 0.
77 WS-CONN-DROPPED   PIC 9(6) VALUE 0.
*> Secondary connection rows that could not be taken off the file;
*> they stay under the secondary, which is then left open.
77 WS-CONN-LEFT      PIC 9(6) VALUE 0.
77 WS-CONN-MORE      PIC X VALUE "N".
77 WS-SKILL-MOVED    PIC 9(6) VALUE 0.
77 WS-SKILL-DROPPED  PIC 9(6) VALUE 0.
77 WS-APP-MOVED      PIC 9(6) VALUE 0.
77 WS-APP-DROPPED    PIC 9(6) VALUE 0.
77 WS-RECO-MOVED     PIC 9(6) VALUE 0.
77 WS-RECO-DROPPED   PIC 9(6) VALUE 0.
77 WS-SE-MOVED       PIC 9(6) VALUE 0.
77 WS-SE-DROPPED     PIC 9(6) VALUE 0.
77 WS-AD-MOVED       PIC 9(6) VALUE 0.
77 WS-AD-DROPPED     PIC 9(6) VALUE 0.
77 WS-ATM-MOVED      PIC 9(6) VALUE 0.
77 WS-ATM-DROPPED    PIC 9(6) VALUE 0.
77 WS-SC-MOVED       PIC 9(6) VALUE 0.
77 WS-SC-DROPPED     PIC 9(6) VALUE 0.
77 WS-ASL-MOVED      PIC 9(6) VALUE 0.
77 WS-ASL-DROPPED    PIC 9(6) VALUE 0.
77 WS-SLOT-MOVED     PIC 9(6) VALUE 0.
77 WS-SLOT-DROPPED   PIC 9(6) VALUE 0.
77 WS-PL-MOVED       PIC 9(6) VALUE 0.
77 WS-PL-DROPPED     PIC 9(6) VALUE 0.

*> The secondary's applications as MERGE-JOB-APPLICATIONS settled
*> them: kept "Y" (moved to the primary) or "N" (dropped as a
*> duplicate). The linked rows of each are matched on posting ID,
*> on the application date where the file carries it, and on title
*> and company for a row that never got a posting ID.
77 WS-SA-COUNT      PIC 9(4) VALUE 0.
77 WS-SA-SKIPPED    PIC 9(4) VALUE 0.
77 WS-SA-IDX        PIC 9(4) VALUE 0.
77 WS-SA-HIT        PIC 9(4) VALUE 0.
01 WS-SA-TABLE.
   05 WS-SA-ROW OCCURS 500 TIMES.
       10 WS-SA-ID       PIC 9(9).
       10 WS-SA-DATE     PIC 9(8).
       10 WS-SA-TITLE    PIC X(50).
       10 WS-SA-COMPANY  PIC X(50).
       10 WS-SA-KEPT     PIC X(01).
77 WS-LINK-ID       PIC 9(9) VALUE 0.
77 WS-LINK-DATE     PIC 9(8) VALUE 0.
77 WS-LINK-TITLE    PIC X(50) VALUE SPACES.
77 WS-LINK-COMPANY  PIC X(50) VALUE SPACES.

*> The secondary's connection rows, taken off the file before they
*> are rewritten under the primary's name - a table's worth at a
*> time, so an account with more connections than fit is moved in
*> several batches rather than losing the overflow.
77 WS-MOVE-COUNT    PIC 9(4) VALUE 0.
01 WS-MOVE-TABLE.
   05 WS-MOVE-ROW OCCURS 500 TIMES.
       10 WS-M-OTHER  PIC X(30).
       10 WS-M-SIDE   PIC X(01).
       10 WS-M-DATE   PIC 9(8).
01 WS-SAVED-CONNECTION.
   05 WS-SAVED-USER-A PIC X(30).
   05 WS-SAVED-USER-B PIC X(30).
   05 WS-SAVED-DATE   PIC 9(8).

*> Keys already written for the primary during one file's rebuild,
*> so a second copy created by the merge is dropped.
77 WS-KEY-COUNT     PIC 9(4) VALUE 0.
01 WS-KEY-TABLE.
   05 WS-KEY-ROW OCCURS 1000 TIMES PIC X(70).
01 WS-KEY.
   05 WS-KEY-USER-1  PIC X(30).
   05 WS-KEY-USER-2  PIC X(30).
   05 WS-KEY-NUMBER  PIC 9(9).
   05 FILLER         PIC X(01).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    DISPLAY "--- Duplicate Accounts ---"
    DISPLAY "1. List likely duplicate accounts"
    DISPLAY "2. Merge two accounts"
    DISPLAY "3. Go back"
    DISPLAY "Enter your choice:"
    ACCEPT WS-MENU-CHOICE
    EVALUATE FUNCTION TRIM(WS-MENU-CHOICE)
        WHEN "1"
            CALL "DuplicateAccountReport"
        WHEN "2"
            PERFORM MERGE-TWO-ACCOUNTS
    END-EVALUATE
    GOBACK.

MERGE-TWO-ACCOUNTS.
    MOVE "JobApplications.dat" TO WS-GUARD-FILE
    MOVE 3 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT = "Y"
        MOVE "Connections.dat" TO WS-GUARD-FILE
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
        MOVE "ApplicationThreads.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "Scorecards.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "InterviewSlots.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "Placements.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Username to keep (primary):"
    ACCEPT WS-PRIMARY
    DISPLAY "Username to fold in and close (secondary):"
    ACCEPT WS-SECONDARY
    IF WS-PRIMARY = SPACES OR WS-SECONDARY = SPACES
        OR FUNCTION TRIM(WS-PRIMARY) = FUNCTION TRIM(WS-SECONDARY)
        DISPLAY "Enter two different usernames. Nothing merged."
        EXIT PARAGRAPH
    END-IF

    CALL "DataStore" USING "T" WS-PRIMARY WS-DS-PASSWORD WS-DS-FOUND
        WS-PRIMARY-TYPE
    CALL "DataStore" USING "T" WS-SECONDARY WS-DS-PASSWORD WS-DS-FOUND
        WS-SECONDARY-TYPE
    IF WS-PRIMARY-TYPE NOT = "S" OR WS-SECONDARY-TYPE NOT = "S"
        DISPLAY "Both accounts must be student accounts. Nothing merged."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Move everything from " FUNCTION TRIM(WS-SECONDARY) " to "
        FUNCTION TRIM(WS-PRIMARY) " and close "
        FUNCTION TRIM(WS-SECONDARY) "? (Y/N):"
    ACCEPT WS-CONFIRM
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIRM)) NOT = "Y"
        DISPLAY "Nothing merged."
        EXIT PARAGRAPH
    END-IF

    *> One update-lock window for the moves; CloseAccount takes the
    *> lock itself, so it runs after the window closes.
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    PERFORM MERGE-CONNECTIONS
    PERFORM MERGE-SKILLS-COMPLETED
    PERFORM MERGE-JOB-APPLICATIONS
    PERFORM MERGE-APPLICATION-LINKS
    PERFORM MERGE-RECOMMENDATIONS
    PERFORM MERGE-ENDORSEMENTS
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT

    DISPLAY "Connections:       " WS-CONN-MOVED " moved, "
        WS-CONN-DROPPED " dropped"
    DISPLAY "Completed skills:  " WS-SKILL-MOVED " moved, "
        WS-SKILL-DROPPED " dropped"
    DISPLAY "Job applications:  " WS-APP-MOVED " moved, "
        WS-APP-DROPPED " dropped"
    DISPLAY "  Details:         " WS-AD-MOVED " moved, "
        WS-AD-DROPPED " dropped"
    DISPLAY "  Message threads: " WS-ATM-MOVED " moved, "
        WS-ATM-DROPPED " dropped"
    DISPLAY "  Scorecards:      " WS-SC-MOVED " moved, "
        WS-SC-DROPPED " dropped"
    DISPLAY "  Status history:  " WS-ASL-MOVED " moved, "
        WS-ASL-DROPPED " dropped"
    DISPLAY "  Interview slots: " WS-SLOT-MOVED " moved, "
        WS-SLOT-DROPPED " freed"
    DISPLAY "  Offer decisions: " WS-PL-MOVED " moved, "
        WS-PL-DROPPED " dropped"
    IF WS-SA-SKIPPED > 0
        DISPLAY WS-SA-SKIPPED " application(s) past the first 500 moved "
            "without their details, threads or scorecards."
    END-IF
    DISPLAY "Recommendations:   " WS-RECO-MOVED " moved, "
        WS-RECO-DROPPED " dropped"
    DISPLAY "Skill endorsements: " WS-SE-MOVED " moved, "
        WS-SE-DROPPED " dropped"
    IF WS-CONN-LEFT > 0
        DISPLAY WS-CONN-LEFT " connection(s) could not be moved and "
            "remain under " FUNCTION TRIM(WS-SECONDARY) "."
    END-IF

    MOVE "ACCOUNT MERGED AWAY" TO WS-AUDIT-ACTION
    MOVE WS-SECONDARY TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
        WS-AUDIT-ACTION WS-AUDIT-TARGET
    MOVE "ACCOUNT MERGED INTO" TO WS-AUDIT-ACTION
    MOVE WS-PRIMARY TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
        WS-AUDIT-ACTION WS-AUDIT-TARGET

    IF WS-CONN-LEFT > 0
        DISPLAY FUNCTION TRIM(WS-SECONDARY) " was left open so those "
            "connections are not purged; merge it again to finish."
        EXIT PARAGRAPH
    END-IF

    CALL "CloseAccount" USING WS-CLOSE-SUCCESS WS-SECONDARY
    IF WS-CLOSE-SUCCESS NOT = "Y"
        DISPLAY "The rows were moved, but " FUNCTION TRIM(WS-SECONDARY)
            " could not be closed; close it again from this screen."
    END-IF.

MERGE-CONNECTIONS.
    *> Connections.dat is indexed and its pairs keep the direction the
    *> request was sent in, so the secondary's rows are taken off by
    *> key from both user columns, then written back under the
    *> primary's name unless they would connect the primary to itself
    *> or the primary already has that connection either way round.
    *> Each batch fills the table and writes it back before the next
    *> is taken; a batch that does not fill the table was the last.
    MOVE 0 TO WS-CONN-MOVED
    MOVE 0 TO WS-CONN-DROPPED
    MOVE 0 TO WS-CONN-LEFT
    MOVE 0 TO WS-MOVE-COUNT
    OPEN I-O ConnectionsFile
    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-CONN-MORE
    PERFORM UNTIL WS-CONN-MORE = "N"
        MOVE 0 TO WS-MOVE-COUNT
        MOVE "A" TO WS-CONN-SIDE
        PERFORM TAKE-SECONDARY-CONNECTIONS
        MOVE "B" TO WS-CONN-SIDE
        PERFORM TAKE-SECONDARY-CONNECTIONS
        PERFORM WRITE-MOVED-CONNECTIONS
        IF WS-MOVE-COUNT < 500 OR WS-CONN-LEFT > 0
            MOVE "N" TO WS-CONN-MORE
        END-IF
    END-PERFORM
    IF WS-CONN-LEFT > 0
        MOVE 0 TO WS-CONN-LEFT
        MOVE "A" TO WS-CONN-SIDE
        PERFORM COUNT-LEFT-CONNECTIONS
        MOVE "B" TO WS-CONN-SIDE
        PERFORM COUNT-LEFT-CONNECTIONS
    END-IF
    CLOSE ConnectionsFile.

COUNT-LEFT-CONNECTIONS.
    *> After a row would not delete, counts every row still under the
    *> secondary on this side, for the summary.
    MOVE "N" TO WS-EOF
    IF WS-CONN-SIDE = "A"
        MOVE WS-SECONDARY TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF
        END-START
    ELSE
        MOVE WS-SECONDARY TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF
        END-START
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF (WS-CONN-SIDE = "A" AND CONN-USER-A NOT = WS-SECONDARY)
                    OR (WS-CONN-SIDE = "B" AND CONN-USER-B NOT = WS-SECONDARY)
                    MOVE "Y" TO WS-EOF
                ELSE
                    ADD 1 TO WS-CONN-LEFT
                END-IF
        END-READ
    END-PERFORM.

WRITE-MOVED-CONNECTIONS.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MOVE-COUNT
        IF WS-M-OTHER(I) = WS-PRIMARY
            ADD 1 TO WS-CONN-DROPPED
        ELSE
            MOVE "N" TO WS-DUPLICATE
            MOVE WS-PRIMARY TO CONN-USER-A
            MOVE WS-M-OTHER(I) TO CONN-USER-B
            READ ConnectionsFile KEY IS CONN-PAIR-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO WS-DUPLICATE
            END-READ
            MOVE WS-M-OTHER(I) TO CONN-USER-A
            MOVE WS-PRIMARY TO CONN-USER-B
            READ ConnectionsFile KEY IS CONN-PAIR-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO WS-DUPLICATE
            END-READ
            IF WS-DUPLICATE = "Y"
                ADD 1 TO WS-CONN-DROPPED
            ELSE
                IF WS-M-SIDE(I) = "A"
                    MOVE WS-PRIMARY TO CONN-USER-A
                    MOVE WS-M-OTHER(I) TO CONN-USER-B
                ELSE
                    MOVE WS-M-OTHER(I) TO CONN-USER-A
                    MOVE WS-PRIMARY TO CONN-USER-B
                END-IF
                MOVE WS-M-DATE(I) TO CONN-DATE-CONNECTED
                WRITE CONNECTION-RECORD
                    INVALID KEY
                        ADD 1 TO WS-CONN-DROPPED
                    NOT INVALID KEY
                        ADD 1 TO WS-CONN-MOVED
                END-WRITE
            END-IF
        END-IF
    END-PERFORM.

TAKE-SECONDARY-CONNECTIONS.
    *> Same START-and-delete walk CloseAccount's
    *> DELETE-USER-CONNECTION-ROWS uses, remembering each row. The walk
    *> stops before deleting once the table is full, so the rest stay
    *> on file for the next batch.
    IF WS-MOVE-COUNT >= 500
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF
    IF WS-CONN-SIDE = "A"
        MOVE WS-SECONDARY TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF
        END-START
    ELSE
        MOVE WS-SECONDARY TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF
        END-START
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF (WS-CONN-SIDE = "A" AND CONN-USER-A NOT = WS-SECONDARY)
                    OR (WS-CONN-SIDE = "B" AND CONN-USER-B NOT = WS-SECONDARY)
                    MOVE "Y" TO WS-EOF
                ELSE
                    MOVE CONNECTION-RECORD TO WS-SAVED-CONNECTION
                    MOVE "Y" TO WS-ROW-MOVED
                    DELETE ConnectionsFile RECORD
                        INVALID KEY
                            MOVE "N" TO WS-ROW-MOVED
                    END-DELETE
                    IF WS-ROW-MOVED = "N"
                        *> Left in place; a later batch would only meet
                        *> it again, so the walk ends here.
                        ADD 1 TO WS-CONN-LEFT
                        MOVE "Y" TO WS-EOF
                    ELSE
                        ADD 1 TO WS-MOVE-COUNT
                        MOVE WS-CONN-SIDE TO WS-M-SIDE(WS-MOVE-COUNT)
                        MOVE WS-SAVED-DATE TO WS-M-DATE(WS-MOVE-COUNT)
                        IF WS-CONN-SIDE = "A"
                            MOVE WS-SAVED-USER-B TO WS-M-OTHER(WS-MOVE-COUNT)
                        ELSE
                            MOVE WS-SAVED-USER-A TO WS-M-OTHER(WS-MOVE-COUNT)
                        END-IF
                        IF WS-MOVE-COUNT >= 500
                            MOVE "Y" TO WS-EOF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

MERGE-SKILLS-COMPLETED.
    MOVE 0 TO WS-SKILL-MOVED
    MOVE 0 TO WS-SKILL-DROPPED
    MOVE 0 TO WS-KEY-COUNT
    MOVE "data/SkillsCompleted.dat" TO WS-RECOVER-DAT
    MOVE "data/SkillsCompleted.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT SkillsCompletedFile
    IF WS-FILE-STAT = "35"
        CLOSE SkillsCompletedFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempSkillFile
    PERFORM UNTIL WS-EOF = "Y"
        READ SkillsCompletedFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE "N" TO WS-DUPLICATE
                MOVE "N" TO WS-ROW-MOVED
                IF SKILL-USERNAME = WS-SECONDARY
                    MOVE WS-PRIMARY TO SKILL-USERNAME
                    MOVE "Y" TO WS-ROW-MOVED
                END-IF
                IF SKILL-USERNAME = WS-PRIMARY
                    MOVE SPACES TO WS-KEY
                    MOVE SKILL-USERNAME TO WS-KEY-USER-1
                    MOVE SKILL-NUMBER TO WS-KEY-NUMBER
                    PERFORM CHECK-KEY
                END-IF
                IF WS-DUPLICATE = "Y"
                    ADD 1 TO WS-SKILL-DROPPED
                ELSE
                    IF WS-ROW-MOVED = "Y"
                        ADD 1 TO WS-SKILL-MOVED
                    END-IF
                    MOVE SKILL-COMPLETED-RECORD TO TEMP-SKILL-RECORD
                    WRITE TEMP-SKILL-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE SkillsCompletedFile
    CLOSE TempSkillFile
    CALL "CBL_DELETE_FILE" USING "data/SkillsCompleted.dat"
    CALL "CBL_RENAME_FILE" USING "data/SkillsCompleted.tmp"
        "data/SkillsCompleted.dat".

MERGE-JOB-APPLICATIONS.
    *> The primary's own applications are collected first so, where
    *> both accounts applied to one posting, the primary's row (and
    *> its status) is the one kept.
    MOVE 0 TO WS-APP-MOVED
    MOVE 0 TO WS-APP-DROPPED
    MOVE 0 TO WS-KEY-COUNT
    MOVE 0 TO WS-SA-COUNT
    MOVE 0 TO WS-SA-SKIPPED
    MOVE "data/JobApplications.dat" TO WS-RECOVER-DAT
    MOVE "data/JobApplications.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT JobApplicationsFile
    IF WS-FILE-STAT = "35"
        CLOSE JobApplicationsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobApplicationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF APP-USERNAME = WS-PRIMARY
                    MOVE SPACES TO WS-KEY
                    MOVE APP-USERNAME TO WS-KEY-USER-1
                    MOVE APP-POSTING-ID TO WS-KEY-NUMBER
                    PERFORM CHECK-KEY
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobApplicationsFile

    MOVE "N" TO WS-EOF
    OPEN INPUT JobApplicationsFile
    OPEN OUTPUT TempAppFile
    PERFORM UNTIL WS-EOF = "Y"
        READ JobApplicationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE "N" TO WS-DUPLICATE
                IF APP-USERNAME = WS-SECONDARY
                    MOVE WS-PRIMARY TO APP-USERNAME
                    MOVE SPACES TO WS-KEY
                    MOVE APP-USERNAME TO WS-KEY-USER-1
                    MOVE APP-POSTING-ID TO WS-KEY-NUMBER
                    PERFORM CHECK-KEY
                    IF WS-DUPLICATE = "Y"
                        ADD 1 TO WS-APP-DROPPED
                    ELSE
                        ADD 1 TO WS-APP-MOVED
                    END-IF
                    PERFORM REMEMBER-SECONDARY-APPLICATION
                END-IF
                IF WS-DUPLICATE = "N"
                    MOVE JOB-APPLICATION-RECORD TO TEMP-APP-RECORD
                    WRITE TEMP-APP-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobApplicationsFile
    CLOSE TempAppFile
    CALL "CBL_DELETE_FILE" USING "data/JobApplications.dat"
    CALL "CBL_RENAME_FILE" USING "data/JobApplications.tmp"
        "data/JobApplications.dat".

REMEMBER-SECONDARY-APPLICATION.
    IF WS-SA-COUNT >= 500
        ADD 1 TO WS-SA-SKIPPED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SA-COUNT
    MOVE APP-POSTING-ID TO WS-SA-ID(WS-SA-COUNT)
    MOVE APP-DATE TO WS-SA-DATE(WS-SA-COUNT)
    MOVE APP-JOB-TITLE TO WS-SA-TITLE(WS-SA-COUNT)
    MOVE APP-JOB-COMPANY TO WS-SA-COMPANY(WS-SA-COUNT)
    IF WS-DUPLICATE = "Y"
        MOVE "N" TO WS-SA-KEPT(WS-SA-COUNT)
    ELSE
        MOVE "Y" TO WS-SA-KEPT(WS-SA-COUNT)
    END-IF.

MERGE-APPLICATION-LINKS.
    *> Each file is rebuilt the same way the applications were: rows
    *> of a kept application are renamed to the primary, rows of a
    *> dropped one are left out, everything else is copied as is.
    MOVE 0 TO WS-AD-MOVED
    MOVE 0 TO WS-AD-DROPPED
    MOVE 0 TO WS-ATM-MOVED
    MOVE 0 TO WS-ATM-DROPPED
    MOVE 0 TO WS-SC-MOVED
    MOVE 0 TO WS-SC-DROPPED
    MOVE 0 TO WS-ASL-MOVED
    MOVE 0 TO WS-ASL-DROPPED
    MOVE 0 TO WS-SLOT-MOVED
    MOVE 0 TO WS-SLOT-DROPPED
    MOVE 0 TO WS-PL-MOVED
    MOVE 0 TO WS-PL-DROPPED
    IF WS-SA-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM MERGE-APPLICATION-DETAILS
    PERFORM MERGE-APPLICATION-THREADS
    PERFORM MERGE-SCORECARDS
    PERFORM MERGE-STATUS-LOG
    PERFORM MERGE-INTERVIEW-SLOTS
    PERFORM MERGE-PLACEMENTS.

MERGE-APPLICATION-DETAILS.
    MOVE "data/ApplicationDetails.dat" TO WS-RECOVER-DAT
    MOVE "data/ApplicationDetails.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ApplicationDetailsFile
    IF WS-FILE-STAT = "35"
        CLOSE ApplicationDetailsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempDetailsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ApplicationDetailsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE 0 TO WS-SA-HIT
                IF AD-USERNAME = WS-SECONDARY
                    MOVE AD-POSTING-ID TO WS-LINK-ID
                    MOVE 0 TO WS-LINK-DATE
                    MOVE AD-JOB-TITLE TO WS-LINK-TITLE
                    MOVE AD-JOB-COMPANY TO WS-LINK-COMPANY
                    PERFORM FIND-SECONDARY-APPLICATION
                END-IF
                IF WS-SA-HIT > 0 AND WS-SA-KEPT(WS-SA-HIT) = "N"
                    ADD 1 TO WS-AD-DROPPED
                ELSE
                    IF WS-SA-HIT > 0
                        MOVE WS-PRIMARY TO AD-USERNAME
                        ADD 1 TO WS-AD-MOVED
                    END-IF
                    MOVE APPLICATION-DETAIL-RECORD TO TEMP-DETAIL-RECORD
                    WRITE TEMP-DETAIL-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE ApplicationDetailsFile
    CLOSE TempDetailsFile
    CALL "CBL_DELETE_FILE" USING "data/ApplicationDetails.dat"
    CALL "CBL_RENAME_FILE" USING "data/ApplicationDetails.tmp"
        "data/ApplicationDetails.dat".

MERGE-APPLICATION-THREADS.
    *> The applicant's own messages carry their name as sender too.
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
                MOVE 0 TO WS-SA-HIT
                IF ATM-APPLICANT = WS-SECONDARY
                    MOVE ATM-POSTING-ID TO WS-LINK-ID
                    MOVE ATM-APP-DATE TO WS-LINK-DATE
                    MOVE ATM-JOB-TITLE TO WS-LINK-TITLE
                    MOVE ATM-JOB-COMPANY TO WS-LINK-COMPANY
                    PERFORM FIND-SECONDARY-APPLICATION
                END-IF
                IF WS-SA-HIT > 0 AND WS-SA-KEPT(WS-SA-HIT) = "N"
                    ADD 1 TO WS-ATM-DROPPED
                ELSE
                    IF WS-SA-HIT > 0
                        MOVE WS-PRIMARY TO ATM-APPLICANT
                        IF ATM-SENDER = WS-SECONDARY
                            MOVE WS-PRIMARY TO ATM-SENDER
                        END-IF
                        ADD 1 TO WS-ATM-MOVED
                    END-IF
                    MOVE APPLICATION-THREAD-RECORD
                        TO TEMP-APPLICATION-THREAD-RECORD
                    WRITE TEMP-APPLICATION-THREAD-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE ApplicationThreadFile
    CLOSE TempApplicationThreadFile
    CALL "CBL_DELETE_FILE" USING "data/ApplicationThreads.dat"
    CALL "CBL_RENAME_FILE" USING "data/ApplicationThreads.tmp"
        "data/ApplicationThreads.dat".

MERGE-SCORECARDS.
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
                MOVE 0 TO WS-SA-HIT
                IF SC-CANDIDATE = WS-SECONDARY
                    MOVE SC-POSTING-ID TO WS-LINK-ID
                    MOVE 0 TO WS-LINK-DATE
                    MOVE SC-JOB-TITLE TO WS-LINK-TITLE
                    MOVE SC-JOB-COMPANY TO WS-LINK-COMPANY
                    PERFORM FIND-SECONDARY-APPLICATION
                END-IF
                IF WS-SA-HIT > 0 AND WS-SA-KEPT(WS-SA-HIT) = "N"
                    ADD 1 TO WS-SC-DROPPED
                ELSE
                    IF WS-SA-HIT > 0
                        MOVE WS-PRIMARY TO SC-CANDIDATE
                        ADD 1 TO WS-SC-MOVED
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

MERGE-STATUS-LOG.
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
                MOVE 0 TO WS-SA-HIT
                IF ASL-USERNAME = WS-SECONDARY
                    MOVE ASL-POSTING-ID TO WS-LINK-ID
                    MOVE ASL-APP-DATE TO WS-LINK-DATE
                    MOVE SPACES TO WS-LINK-TITLE
                    MOVE SPACES TO WS-LINK-COMPANY
                    PERFORM FIND-SECONDARY-APPLICATION
                END-IF
                IF WS-SA-HIT > 0 AND WS-SA-KEPT(WS-SA-HIT) = "N"
                    ADD 1 TO WS-ASL-DROPPED
                ELSE
                    IF WS-SA-HIT > 0
                        MOVE WS-PRIMARY TO ASL-USERNAME
                        ADD 1 TO WS-ASL-MOVED
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

MERGE-INTERVIEW-SLOTS.
    *> The slot belongs to the employer; only the booking moves, and a
    *> dropped application's booking is released for someone else.
    MOVE "data/InterviewSlots.dat" TO WS-RECOVER-DAT
    MOVE "data/InterviewSlots.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT InterviewSlotsFile
    IF WS-FILE-STAT = "35"
        CLOSE InterviewSlotsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempSlotsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ InterviewSlotsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE 0 TO WS-SA-HIT
                IF SLOT-BOOKED-BY = WS-SECONDARY
                    MOVE SLOT-POSTING-ID TO WS-LINK-ID
                    MOVE 0 TO WS-LINK-DATE
                    MOVE SLOT-JOB-TITLE TO WS-LINK-TITLE
                    MOVE SLOT-JOB-COMPANY TO WS-LINK-COMPANY
                    PERFORM FIND-SECONDARY-APPLICATION
                END-IF
                IF WS-SA-HIT > 0
                    IF WS-SA-KEPT(WS-SA-HIT) = "N"
                        MOVE SPACES TO SLOT-BOOKED-BY
                        ADD 1 TO WS-SLOT-DROPPED
                    ELSE
                        MOVE WS-PRIMARY TO SLOT-BOOKED-BY
                        ADD 1 TO WS-SLOT-MOVED
                    END-IF
                END-IF
                MOVE INTERVIEW-SLOT-RECORD TO TEMP-SLOT-RECORD
                WRITE TEMP-SLOT-RECORD
        END-READ
    END-PERFORM
    CLOSE InterviewSlotsFile
    CLOSE TempSlotsFile
    CALL "CBL_DELETE_FILE" USING "data/InterviewSlots.dat"
    CALL "CBL_RENAME_FILE" USING "data/InterviewSlots.tmp"
        "data/InterviewSlots.dat".

MERGE-PLACEMENTS.
    *> Only offer decisions (PL-SOURCE "O") belong to an application;
    *> the secondary's survey answers stay with it.
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
                MOVE 0 TO WS-SA-HIT
                IF PL-USERNAME = WS-SECONDARY AND PL-SOURCE = "O"
                    MOVE PL-POSTING-ID TO WS-LINK-ID
                    MOVE 0 TO WS-LINK-DATE
                    MOVE PL-ROLE TO WS-LINK-TITLE
                    MOVE PL-ORGANIZATION TO WS-LINK-COMPANY
                    PERFORM FIND-SECONDARY-APPLICATION
                END-IF
                IF WS-SA-HIT > 0 AND WS-SA-KEPT(WS-SA-HIT) = "N"
                    ADD 1 TO WS-PL-DROPPED
                ELSE
                    IF WS-SA-HIT > 0
                        MOVE WS-PRIMARY TO PL-USERNAME
                        ADD 1 TO WS-PL-MOVED
                    END-IF
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

FIND-SECONDARY-APPLICATION.
    *> WS-SA-HIT = the secondary application a linked row belongs to,
    *> or 0. A WS-LINK-DATE of 0 matches any application date, for the
    *> files that do not carry it; where the secondary applied to one
    *> posting twice, the first of the two is the one taken.
    MOVE 0 TO WS-SA-HIT
    PERFORM VARYING WS-SA-IDX FROM 1 BY 1
        UNTIL WS-SA-IDX > WS-SA-COUNT OR WS-SA-HIT > 0
        IF WS-SA-ID(WS-SA-IDX) = WS-LINK-ID
            AND (WS-LINK-DATE = 0 OR WS-SA-DATE(WS-SA-IDX) = WS-LINK-DATE)
            AND (WS-LINK-ID > 0
                OR (WS-SA-TITLE(WS-SA-IDX) = WS-LINK-TITLE
                AND WS-SA-COMPANY(WS-SA-IDX) = WS-LINK-COMPANY)
                OR WS-LINK-TITLE = SPACES)
            MOVE WS-SA-IDX TO WS-SA-HIT
        END-IF
    END-PERFORM.

MERGE-RECOMMENDATIONS.
    MOVE 0 TO WS-RECO-MOVED
    MOVE 0 TO WS-RECO-DROPPED
    MOVE 0 TO WS-KEY-COUNT
    MOVE "data/Recommendations.dat" TO WS-RECOVER-DAT
    MOVE "data/Recommendations.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT RecommendationsFile
    IF WS-FILE-STAT = "35"
        CLOSE RecommendationsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempRecoFile
    PERFORM UNTIL WS-EOF = "Y"
        READ RecommendationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE "N" TO WS-DUPLICATE
                MOVE "N" TO WS-ROW-MOVED
                IF RECO-OWNER = WS-SECONDARY OR RECO-AUTHOR = WS-SECONDARY
                    IF RECO-OWNER = WS-SECONDARY
                        MOVE WS-PRIMARY TO RECO-OWNER
                    END-IF
                    IF RECO-AUTHOR = WS-SECONDARY
                        MOVE WS-PRIMARY TO RECO-AUTHOR
                    END-IF
                    MOVE "Y" TO WS-ROW-MOVED
                END-IF
                IF RECO-OWNER = WS-PRIMARY OR RECO-AUTHOR = WS-PRIMARY
                    IF RECO-OWNER = RECO-AUTHOR
                        MOVE "Y" TO WS-DUPLICATE
                    ELSE
                        MOVE SPACES TO WS-KEY
                        MOVE RECO-OWNER TO WS-KEY-USER-1
                        MOVE RECO-AUTHOR TO WS-KEY-USER-2
                        PERFORM CHECK-KEY
                    END-IF
                END-IF
                IF WS-DUPLICATE = "Y"
                    ADD 1 TO WS-RECO-DROPPED
                ELSE
                    IF WS-ROW-MOVED = "Y"
                        ADD 1 TO WS-RECO-MOVED
                    END-IF
                    MOVE RECOMMENDATION-RECORD TO TEMP-RECO-RECORD
                    WRITE TEMP-RECO-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE RecommendationsFile
    CLOSE TempRecoFile
    CALL "CBL_DELETE_FILE" USING "data/Recommendations.dat"
    CALL "CBL_RENAME_FILE" USING "data/Recommendations.tmp"
        "data/Recommendations.dat".

MERGE-ENDORSEMENTS.
    MOVE 0 TO WS-SE-MOVED
    MOVE 0 TO WS-SE-DROPPED
    MOVE 0 TO WS-KEY-COUNT
    MOVE "data/SkillEndorsements.dat" TO WS-RECOVER-DAT
    MOVE "data/SkillEndorsements.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT SkillEndorsementsFile
    IF WS-FILE-STAT = "35"
        CLOSE SkillEndorsementsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempEndorseFile
    PERFORM UNTIL WS-EOF = "Y"
        READ SkillEndorsementsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE "N" TO WS-DUPLICATE
                MOVE "N" TO WS-ROW-MOVED
                IF SE-OWNER = WS-SECONDARY OR SE-ENDORSER = WS-SECONDARY
                    IF SE-OWNER = WS-SECONDARY
                        MOVE WS-PRIMARY TO SE-OWNER
                    END-IF
                    IF SE-ENDORSER = WS-SECONDARY
                        MOVE WS-PRIMARY TO SE-ENDORSER
                    END-IF
                    MOVE "Y" TO WS-ROW-MOVED
                END-IF
                IF SE-OWNER = WS-PRIMARY OR SE-ENDORSER = WS-PRIMARY
                    IF SE-OWNER = SE-ENDORSER
                        MOVE "Y" TO WS-DUPLICATE
                    ELSE
                        MOVE SPACES TO WS-KEY
                        MOVE SE-OWNER TO WS-KEY-USER-1
                        MOVE SE-ENDORSER TO WS-KEY-USER-2
                        MOVE SE-SKILL-NUMBER TO WS-KEY-NUMBER
                        PERFORM CHECK-KEY
                    END-IF
                END-IF
                IF WS-DUPLICATE = "Y"
                    ADD 1 TO WS-SE-DROPPED
                ELSE
                    IF WS-ROW-MOVED = "Y"
                        ADD 1 TO WS-SE-MOVED
                    END-IF
                    MOVE SKILL-ENDORSEMENT-RECORD TO TEMP-ENDORSE-RECORD
                    WRITE TEMP-ENDORSE-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE SkillEndorsementsFile
    CLOSE TempEndorseFile
    CALL "CBL_DELETE_FILE" USING "data/SkillEndorsements.dat"
    CALL "CBL_RENAME_FILE" USING "data/SkillEndorsements.tmp"
        "data/SkillEndorsements.dat".

CHECK-KEY.
    *> Sets WS-DUPLICATE when WS-KEY is already in the table, else adds
    *> it. Past the table's size a row is simply kept.
    MOVE "N" TO WS-DUPLICATE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-KEY-COUNT
        IF WS-KEY-ROW(I) = WS-KEY
            MOVE "Y" TO WS-DUPLICATE
            MOVE WS-KEY-COUNT TO I
        END-IF
    END-PERFORM
    IF WS-DUPLICATE = "N" AND WS-KEY-COUNT < 1000
        ADD 1 TO WS-KEY-COUNT
        MOVE WS-KEY TO WS-KEY-ROW(WS-KEY-COUNT)
    END-IF.

END PROGRAM MergeAccounts.
