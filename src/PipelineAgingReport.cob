>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PipelineAgingReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JOB-STAT.
    SELECT JobApplicationsFile ASSIGN TO "data/JobApplications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.
    SELECT StatusLogFile ASSIGN TO "data/ApplicationStatusLog.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ASL-STAT.
    SELECT CompanyMembersFile ASSIGN TO "data/CompanyMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CM-STAT.
    SELECT NotificationsFile ASSIGN TO "data/Notifications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NOTIF-STAT.
    SELECT SettingsFile ASSIGN TO "data/PipelineAging.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SET-STAT.
    SELECT TimeToDecisionFile ASSIGN TO "data/TimeToDecision.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TTD-STAT.
    SELECT ReportFile ASSIGN TO "data/PipelineAgingReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

DATA DIVISION.
FILE SECTION.
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

FD StatusLogFile.
01 STATUS-LOG-RECORD.
       05 ASL-USERNAME      PIC X(30).
       05 ASL-POSTING-ID    PIC 9(9).
       05 ASL-APP-DATE      PIC 9(8).
       05 ASL-OLD-STATUS    PIC X(01).
       05 ASL-NEW-STATUS    PIC X(01).
       05 ASL-CHANGED-DATE  PIC 9(8).
       05 ASL-CHANGED-BY    PIC X(30).

FD CompanyMembersFile.
01 COMPANY-MEMBER-RECORD.
       05 CM-COMPANY   PIC X(50).
       05 CM-USERNAME  PIC X(30).
       05 CM-ROLE      PIC X(01).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
       05 NOTIF-USERNAME    PIC X(30).
       05 NOTIF-MESSAGE     PIC X(100).
       05 NOTIF-READ-FLAG   PIC X.

FD SettingsFile.
01 SETTINGS-LINE PIC X(80).

FD TimeToDecisionFile.
01 TIME-TO-DECISION-RECORD.
       05 TTD-RUN-DATE      PIC 9(8).
       05 TTD-COMPANY       PIC X(50).
       05 TTD-OPEN          PIC 9(6).
       05 TTD-STALE         PIC 9(6).
       05 TTD-DECIDED       PIC 9(6).
       05 TTD-AVG-DAYS      PIC 9(5)V9.

FD ReportFile.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Nightly look at the hiring pipeline from the employer side. Every
*> JobApplications.dat row still waiting on a decision - "S" submitted
*> or "U" under review - is aged from APP-DATE; the report,
*> data/PipelineAgingReport.txt, breaks them down by status and age,
*> by posting and by company (compared through CompanyNames.cob), and
*> lists each one that has gone more than WS-STALE-DAYS days without
*> a decision.
*>
*> WS-STALE-DAYS comes from the PIPELINE-STALE-DAYS system parameter
*> (default 14). data/PipelineAging.txt, kept by hand like
*> BatchSchedule.txt, still overrides it when present, with its first
*> line that is not blank or a "*" comment - just the number of days.
*>
*> Each posting's team - the poster's CompanyMembers.dat company, or
*> the poster alone without one - gets one category "J" nudge per
*> member (NotifyPref.cob decides off/digest/now) naming its postings
*> with stale applications. NightlyBatch runs this ahead of the
*> digest so the nudges go out the same night.
*>
*> Time to decision comes from data/ApplicationStatusLog.dat, which
*> JobApplicants.cob appends to on every decision: each move from
*> submitted/under review to interview, offer or rejected is timed
*> from APP-DATE. The per-company figures are also written to
*> data/TimeToDecision.dat for AdminReport.cob to print.
77 WS-JOB-STAT      PIC XX VALUE SPACES.
77 WS-APP-STAT      PIC XX VALUE SPACES.
77 WS-ASL-STAT      PIC XX VALUE SPACES.
77 WS-CM-STAT       PIC XX VALUE SPACES.
77 WS-NOTIF-STAT    PIC XX VALUE SPACES.
77 WS-SET-STAT      PIC XX VALUE SPACES.
77 WS-TTD-STAT      PIC XX VALUE SPACES.
77 WS-REPORT-STAT   PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-TODAY-INT     PIC 9(8) VALUE 0.
77 WS-DAYS          PIC 9(5) VALUE 0.
77 WS-DAYS-SHOW     PIC ZZZZ9.
77 WS-AVG-DAYS      PIC 9(5)V9 VALUE 0.
77 WS-AVG-SHOW      PIC ZZZZ9.9.
77 WS-SETTING-RAW   PIC X(10) VALUE SPACES.
77 WS-SETTING-DONE  PIC X VALUE "N".
77 WS-BUCKET        PIC 9 VALUE 0.
77 WS-STATUS-SLOT   PIC 9 VALUE 0.
77 WS-POST-IDX      PIC 9(4) VALUE 0.
77 WS-FIND-ID       PIC 9(9) VALUE 0.
77 WS-CO-IDX        PIC 9(4) VALUE 0.
77 WS-TEAM-IDX      PIC 9(4) VALUE 0.
77 WS-PIECE-LEN     PIC 9(3) VALUE 0.
77 I                PIC 9(4) VALUE 0.
77 J                PIC 9(4) VALUE 0.

77 WS-STALE-DAYS    PIC 9(4) VALUE 14.
*> WS-STALE-DAYS is loaded from the PIPELINE-STALE-DAYS system
*> parameter (SystemParam.cob) before use; the VALUE is its default.
77 WS-PARAM-NAME  PIC X(30) VALUE SPACES.
77 WS-PARAM-VALUE PIC 9(9) VALUE 0.

77 WS-CO-FUNCTION   PIC X VALUE "C".
77 WS-CO-NAME       PIC X(50) VALUE SPACES.
77 WS-CO-CANONICAL  PIC X(50) VALUE SPACES.
77 WS-CO-FOUND      PIC X VALUE SPACE.
77 WS-ROW-KEY       PIC X(50) VALUE SPACES.

77 WS-NP-CATEGORY   PIC X(01) VALUE "J".
77 WS-NP-SETTING    PIC X(01) VALUE SPACE.
77 WS-NOTIFY-USER   PIC X(30) VALUE SPACES.
77 WS-PIECE         PIC X(100) VALUE SPACES.

*> Every posting, with its open applications tallied against it.
01 WS-POST-TABLE.
   05 WS-POST-ROW OCCURS 1000 TIMES.
       10 WS-POST-ID       PIC 9(9).
       10 WS-POST-TITLE    PIC X(50).
       10 WS-POST-CO       PIC 9(4).
       10 WS-POST-TEAM     PIC X(51).
       10 WS-POST-OPEN-S   PIC 9(5).
       10 WS-POST-OPEN-U   PIC 9(5).
       10 WS-POST-STALE    PIC 9(5).
       10 WS-POST-OLDEST   PIC 9(5).
77 WS-POST-COUNT    PIC 9(4) VALUE 0.

*> One row per company (canonical name); WS-CO-KEY upper-cased.
01 WS-CO-TABLE.
   05 WS-CO-ROW OCCURS 300 TIMES.
       10 WS-CO-LABEL      PIC X(50).
       10 WS-CO-KEY        PIC X(50).
       10 WS-CO-OPEN       PIC 9(6).
       10 WS-CO-STALE      PIC 9(6).
       10 WS-CO-AGE-DAYS   PIC 9(9).
       10 WS-CO-DECIDED    PIC 9(6).
       10 WS-CO-DECIDE-DAYS PIC 9(9).
77 WS-CO-COUNT      PIC 9(4) VALUE 0.

*> CompanyMembers.dat, company upper-cased through CompanyNames.cob.
01 WS-MEM-TABLE.
   05 WS-MEM-ROW OCCURS 1000 TIMES.
       10 WS-MEM-KEY       PIC X(50).
       10 WS-MEM-USER      PIC X(30).
77 WS-MEM-COUNT     PIC 9(4) VALUE 0.

*> Teams with stale applications: "C" + company key, or "U" + the
*> poster's username, and the nudge text built up for them.
01 WS-TEAM-TABLE.
   05 WS-TEAM-ROW OCCURS 300 TIMES.
       10 WS-TEAM-KEY      PIC X(51).
       10 WS-TEAM-MESSAGE  PIC X(100).
       10 WS-TEAM-PTR      PIC 9(3).
77 WS-TEAM-COUNT    PIC 9(4) VALUE 0.
77 WS-NUDGES-SENT   PIC 9(6) VALUE 0.

*> Open applications by status (1 submitted, 2 under review) and age.
01 WS-AGE-COUNTS.
   05 WS-AGE-STATUS OCCURS 2 TIMES.
       10 WS-AGE-COUNT OCCURS 5 TIMES PIC 9(6).
01 WS-AGE-VALUES.
    05 FILLER PIC X(20) VALUE "0 to 7 days".
    05 FILLER PIC X(20) VALUE "8 to 14 days".
    05 FILLER PIC X(20) VALUE "15 to 30 days".
    05 FILLER PIC X(20) VALUE "31 to 60 days".
    05 FILLER PIC X(20) VALUE "over 60 days".
01 WS-AGE-TABLE REDEFINES WS-AGE-VALUES.
    05 WS-AGE-LABEL OCCURS 5 TIMES PIC X(20).

77 WS-TOTAL-OPEN    PIC 9(6) VALUE 0.
77 WS-TOTAL-STALE   PIC 9(6) VALUE 0.
77 WS-TOTAL-DECIDED PIC 9(6) VALUE 0.
77 WS-TOTAL-DECIDE-DAYS PIC 9(9) VALUE 0.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Pipeline Aging Report ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    MOVE 14 TO WS-STALE-DAYS
    MOVE "PIPELINE-STALE-DAYS" TO WS-PARAM-NAME
    MOVE WS-STALE-DAYS TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-STALE-DAYS
    MOVE 0 TO WS-POST-COUNT
    MOVE 0 TO WS-CO-COUNT
    MOVE 0 TO WS-MEM-COUNT
    MOVE 0 TO WS-TEAM-COUNT
    MOVE 0 TO WS-NUDGES-SENT
    MOVE 0 TO WS-TOTAL-OPEN
    MOVE 0 TO WS-TOTAL-STALE
    MOVE 0 TO WS-TOTAL-DECIDED
    MOVE 0 TO WS-TOTAL-DECIDE-DAYS
    INITIALIZE WS-AGE-COUNTS

    PERFORM LOAD-SETTINGS
    PERFORM LOAD-COMPANY-MEMBERS
    PERFORM LOAD-POSTINGS
    PERFORM TALLY-OPEN-APPLICATIONS
    PERFORM TALLY-DECISIONS

    OPEN OUTPUT ReportFile
    MOVE SPACES TO REPORT-LINE
    MOVE WS-STALE-DAYS TO WS-DAYS-SHOW
    STRING "Application pipeline aging report as of " WS-TODAY
        " - stale after " FUNCTION TRIM(WS-DAYS-SHOW)
        " days without a decision" DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE
    PERFORM REPORT-AGE-BUCKETS
    PERFORM REPORT-BY-POSTING
    PERFORM REPORT-BY-COMPANY
    PERFORM REPORT-STALE-APPLICATIONS
    PERFORM REPORT-TIME-TO-DECISION
    PERFORM WRITE-TIME-TO-DECISION
    PERFORM SEND-TEAM-NUDGES
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Teams nudged: " WS-TEAM-COUNT "  notifications queued: "
        WS-NUDGES-SENT DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE
    CLOSE ReportFile

    DISPLAY WS-TOTAL-OPEN " open application(s), " WS-TOTAL-STALE
        " stale. See data/PipelineAgingReport.txt."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

WRITE-LINE.
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN.

LOAD-SETTINGS.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-SETTING-DONE
    OPEN INPUT SettingsFile
    IF WS-SET-STAT = "35"
        CLOSE SettingsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y" OR WS-SETTING-DONE = "Y"
        READ SettingsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                INSPECT SETTINGS-LINE REPLACING ALL X"0D" BY SPACE
                IF FUNCTION TRIM(SETTINGS-LINE) NOT = SPACES
                    AND SETTINGS-LINE(1:1) NOT = "*"
                    MOVE "Y" TO WS-SETTING-DONE
                    MOVE FUNCTION TRIM(SETTINGS-LINE) TO WS-SETTING-RAW
                    IF FUNCTION TRIM(WS-SETTING-RAW) IS NUMERIC
                        AND FUNCTION NUMVAL(WS-SETTING-RAW) > 0
                        AND FUNCTION NUMVAL(WS-SETTING-RAW) < 10000
                        MOVE FUNCTION NUMVAL(WS-SETTING-RAW)
                            TO WS-STALE-DAYS
                    ELSE
                        DISPLAY "data/PipelineAging.txt: '"
                            FUNCTION TRIM(WS-SETTING-RAW)
                            "' is not a number of days; using "
                            WS-STALE-DAYS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SettingsFile.

COMPANY-KEY.
    *> WS-CO-CANONICAL for WS-CO-NAME, and WS-ROW-KEY the same
    *> upper-cased for comparison.
    MOVE "C" TO WS-CO-FUNCTION
    CALL "CompanyNames" USING WS-CO-FUNCTION WS-CO-NAME WS-CO-CANONICAL
        WS-CO-FOUND
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-CANONICAL)) TO WS-ROW-KEY.

FIND-COMPANY.
    *> WS-CO-IDX for WS-CO-NAME, adding a row the first time a company
    *> is seen; 0 when the name is blank or the table is full.
    MOVE 0 TO WS-CO-IDX
    IF FUNCTION TRIM(WS-CO-NAME) = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM COMPANY-KEY
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CO-COUNT OR WS-CO-IDX > 0
        IF WS-CO-KEY(I) = WS-ROW-KEY
            MOVE I TO WS-CO-IDX
        END-IF
    END-PERFORM
    IF WS-CO-IDX > 0 OR WS-CO-COUNT >= 300
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CO-COUNT
    MOVE WS-CO-COUNT TO WS-CO-IDX
    MOVE WS-CO-CANONICAL TO WS-CO-LABEL(WS-CO-IDX)
    MOVE WS-ROW-KEY TO WS-CO-KEY(WS-CO-IDX)
    MOVE 0 TO WS-CO-OPEN(WS-CO-IDX)
    MOVE 0 TO WS-CO-STALE(WS-CO-IDX)
    MOVE 0 TO WS-CO-AGE-DAYS(WS-CO-IDX)
    MOVE 0 TO WS-CO-DECIDED(WS-CO-IDX)
    MOVE 0 TO WS-CO-DECIDE-DAYS(WS-CO-IDX).

LOAD-COMPANY-MEMBERS.
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyMembersFile
    IF WS-CM-STAT = "35"
        CLOSE CompanyMembersFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyMembersFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF WS-MEM-COUNT < 1000
                    AND FUNCTION TRIM(CM-USERNAME) NOT = SPACES
                    ADD 1 TO WS-MEM-COUNT
                    MOVE CM-COMPANY TO WS-CO-NAME
                    PERFORM COMPANY-KEY
                    MOVE WS-ROW-KEY TO WS-MEM-KEY(WS-MEM-COUNT)
                    MOVE CM-USERNAME TO WS-MEM-USER(WS-MEM-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyMembersFile.

LOAD-POSTINGS.
    MOVE "N" TO WS-EOF
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobPostingsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF WS-POST-COUNT < 1000
                    PERFORM ADD-POSTING
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile.

ADD-POSTING.
    ADD 1 TO WS-POST-COUNT
    MOVE JOB-POSTING-ID TO WS-POST-ID(WS-POST-COUNT)
    MOVE JOB-TITLE TO WS-POST-TITLE(WS-POST-COUNT)
    MOVE 0 TO WS-POST-OPEN-S(WS-POST-COUNT)
    MOVE 0 TO WS-POST-OPEN-U(WS-POST-COUNT)
    MOVE 0 TO WS-POST-STALE(WS-POST-COUNT)
    MOVE 0 TO WS-POST-OLDEST(WS-POST-COUNT)
    MOVE JOB-COMPANY TO WS-CO-NAME
    PERFORM FIND-COMPANY
    MOVE WS-CO-IDX TO WS-POST-CO(WS-POST-COUNT)
    *> The team is whoever shares the poster's company seat, or the
    *> poster alone.
    MOVE SPACES TO WS-POST-TEAM(WS-POST-COUNT)
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MEM-COUNT
        OR WS-POST-TEAM(WS-POST-COUNT) NOT = SPACES
        IF FUNCTION TRIM(WS-MEM-USER(J)) = FUNCTION TRIM(JOB-POSTED-BY)
            STRING "C" WS-MEM-KEY(J) DELIMITED BY SIZE
                INTO WS-POST-TEAM(WS-POST-COUNT)
        END-IF
    END-PERFORM
    IF WS-POST-TEAM(WS-POST-COUNT) = SPACES
        AND FUNCTION TRIM(JOB-POSTED-BY) NOT = SPACES
        STRING "U" JOB-POSTED-BY DELIMITED BY SIZE
            INTO WS-POST-TEAM(WS-POST-COUNT)
    END-IF.

FIND-POSTING.
    *> WS-POST-IDX for WS-FIND-ID, 0 when it is no longer on file.
    MOVE 0 TO WS-POST-IDX
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POST-COUNT
        OR WS-POST-IDX > 0
        IF WS-POST-ID(I) = WS-FIND-ID
            MOVE I TO WS-POST-IDX
        END-IF
    END-PERFORM.

AGE-APPLICATION.
    *> WS-DAYS since APP-DATE; 0 for a missing or future date.
    MOVE 0 TO WS-DAYS
    IF APP-DATE > 0 AND APP-DATE <= WS-TODAY
        COMPUTE WS-DAYS = WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(APP-DATE)
    END-IF.

TALLY-OPEN-APPLICATIONS.
    MOVE "N" TO WS-EOF
    OPEN INPUT JobApplicationsFile
    IF WS-APP-STAT = "35"
        CLOSE JobApplicationsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobApplicationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF APP-STATUS = "S" OR APP-STATUS = "U"
                    PERFORM TALLY-OPEN-APPLICATION
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobApplicationsFile.

TALLY-OPEN-APPLICATION.
    ADD 1 TO WS-TOTAL-OPEN
    PERFORM AGE-APPLICATION
    IF APP-STATUS = "S"
        MOVE 1 TO WS-STATUS-SLOT
    ELSE
        MOVE 2 TO WS-STATUS-SLOT
    END-IF
    EVALUATE TRUE
        WHEN WS-DAYS <= 7
            MOVE 1 TO WS-BUCKET
        WHEN WS-DAYS <= 14
            MOVE 2 TO WS-BUCKET
        WHEN WS-DAYS <= 30
            MOVE 3 TO WS-BUCKET
        WHEN WS-DAYS <= 60
            MOVE 4 TO WS-BUCKET
        WHEN OTHER
            MOVE 5 TO WS-BUCKET
    END-EVALUATE
    ADD 1 TO WS-AGE-COUNT(WS-STATUS-SLOT, WS-BUCKET)
    IF WS-DAYS > WS-STALE-DAYS
        ADD 1 TO WS-TOTAL-STALE
    END-IF

    MOVE APP-POSTING-ID TO WS-FIND-ID
    PERFORM FIND-POSTING
    IF WS-POST-IDX > 0
        MOVE WS-POST-CO(WS-POST-IDX) TO WS-CO-IDX
        IF APP-STATUS = "S"
            ADD 1 TO WS-POST-OPEN-S(WS-POST-IDX)
        ELSE
            ADD 1 TO WS-POST-OPEN-U(WS-POST-IDX)
        END-IF
        IF WS-DAYS > WS-POST-OLDEST(WS-POST-IDX)
            MOVE WS-DAYS TO WS-POST-OLDEST(WS-POST-IDX)
        END-IF
        IF WS-DAYS > WS-STALE-DAYS
            ADD 1 TO WS-POST-STALE(WS-POST-IDX)
        END-IF
    ELSE
        MOVE APP-JOB-COMPANY TO WS-CO-NAME
        PERFORM FIND-COMPANY
    END-IF
    IF WS-CO-IDX > 0
        ADD 1 TO WS-CO-OPEN(WS-CO-IDX)
        ADD WS-DAYS TO WS-CO-AGE-DAYS(WS-CO-IDX)
        IF WS-DAYS > WS-STALE-DAYS
            ADD 1 TO WS-CO-STALE(WS-CO-IDX)
        END-IF
    END-IF.

TALLY-DECISIONS.
    *> A decision is a move out of submitted/under review into
    *> interview, offer or rejected; moves between decided statuses
    *> are not timed again.
    MOVE "N" TO WS-EOF
    OPEN INPUT StatusLogFile
    IF WS-ASL-STAT = "35"
        CLOSE StatusLogFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ StatusLogFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF (ASL-OLD-STATUS = "S" OR ASL-OLD-STATUS = "U"
                    OR ASL-OLD-STATUS = SPACE)
                    AND (ASL-NEW-STATUS = "I" OR ASL-NEW-STATUS = "O"
                    OR ASL-NEW-STATUS = "R")
                    PERFORM TALLY-DECISION
                END-IF
        END-READ
    END-PERFORM
    CLOSE StatusLogFile.

TALLY-DECISION.
    MOVE ASL-POSTING-ID TO WS-FIND-ID
    PERFORM FIND-POSTING
    IF WS-POST-IDX = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-POST-CO(WS-POST-IDX) TO WS-CO-IDX
    IF WS-CO-IDX = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-DAYS
    IF ASL-APP-DATE > 0 AND ASL-CHANGED-DATE >= ASL-APP-DATE
        COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(ASL-CHANGED-DATE)
            - FUNCTION INTEGER-OF-DATE(ASL-APP-DATE)
    END-IF
    ADD 1 TO WS-CO-DECIDED(WS-CO-IDX)
    ADD WS-DAYS TO WS-CO-DECIDE-DAYS(WS-CO-IDX)
    ADD 1 TO WS-TOTAL-DECIDED
    ADD WS-DAYS TO WS-TOTAL-DECIDE-DAYS.

REPORT-AGE-BUCKETS.
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE "Open applications by age         Submitted  Under review"
        TO REPORT-LINE
    PERFORM WRITE-LINE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-AGE-LABEL(I) "          " WS-AGE-COUNT(1, I)
            "        " WS-AGE-COUNT(2, I)
            DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM WRITE-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    STRING "  Total open: " WS-TOTAL-OPEN "  stale: " WS-TOTAL-STALE
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE.

REPORT-BY-POSTING.
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE "Open applications by posting" TO REPORT-LINE
    PERFORM WRITE-LINE
    PERFORM VARYING WS-POST-IDX FROM 1 BY 1
        UNTIL WS-POST-IDX > WS-POST-COUNT
        IF WS-POST-OPEN-S(WS-POST-IDX) + WS-POST-OPEN-U(WS-POST-IDX) > 0
            PERFORM REPORT-POSTING-ROW
        END-IF
    END-PERFORM.

REPORT-POSTING-ROW.
    MOVE SPACES TO WS-CO-CANONICAL
    MOVE WS-POST-CO(WS-POST-IDX) TO WS-CO-IDX
    IF WS-CO-IDX > 0
        MOVE WS-CO-LABEL(WS-CO-IDX) TO WS-CO-CANONICAL
    END-IF
    MOVE WS-POST-OLDEST(WS-POST-IDX) TO WS-DAYS-SHOW
    MOVE SPACES TO REPORT-LINE
    STRING "  #" WS-POST-ID(WS-POST-IDX) " "
        FUNCTION TRIM(WS-POST-TITLE(WS-POST-IDX)) " ("
        FUNCTION TRIM(WS-CO-CANONICAL) ") submitted "
        WS-POST-OPEN-S(WS-POST-IDX) " under review "
        WS-POST-OPEN-U(WS-POST-IDX) " oldest "
        FUNCTION TRIM(WS-DAYS-SHOW) " days stale "
        WS-POST-STALE(WS-POST-IDX)
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE.

REPORT-BY-COMPANY.
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE "Open applications by company" TO REPORT-LINE
    PERFORM WRITE-LINE
    PERFORM VARYING WS-CO-IDX FROM 1 BY 1 UNTIL WS-CO-IDX > WS-CO-COUNT
        IF WS-CO-OPEN(WS-CO-IDX) > 0
            COMPUTE WS-AVG-DAYS ROUNDED
                = WS-CO-AGE-DAYS(WS-CO-IDX) / WS-CO-OPEN(WS-CO-IDX)
            MOVE WS-AVG-DAYS TO WS-AVG-SHOW
            MOVE SPACES TO REPORT-LINE
            STRING "  " WS-CO-LABEL(WS-CO-IDX) " open "
                WS-CO-OPEN(WS-CO-IDX) " stale " WS-CO-STALE(WS-CO-IDX)
                "  avg days waiting " WS-AVG-SHOW
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM WRITE-LINE
        END-IF
    END-PERFORM.

REPORT-STALE-APPLICATIONS.
    *> A second pass over the applications lists the stale ones and
    *> adds each stale posting to its team's nudge.
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE WS-STALE-DAYS TO WS-DAYS-SHOW
    MOVE SPACES TO REPORT-LINE
    STRING "Applications with no decision after "
        FUNCTION TRIM(WS-DAYS-SHOW) " days" DELIMITED BY SIZE
        INTO REPORT-LINE
    PERFORM WRITE-LINE
    IF WS-TOTAL-STALE = 0
        MOVE "  (none)" TO REPORT-LINE
        PERFORM WRITE-LINE
    ELSE
        MOVE "N" TO WS-EOF
        OPEN INPUT JobApplicationsFile
        PERFORM UNTIL WS-EOF = "Y"
            READ JobApplicationsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF APP-STATUS = "S" OR APP-STATUS = "U"
                        PERFORM AGE-APPLICATION
                        IF WS-DAYS > WS-STALE-DAYS
                            PERFORM REPORT-STALE-ROW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JobApplicationsFile
    END-IF

    PERFORM VARYING WS-POST-IDX FROM 1 BY 1
        UNTIL WS-POST-IDX > WS-POST-COUNT
        IF WS-POST-STALE(WS-POST-IDX) > 0
            AND WS-POST-TEAM(WS-POST-IDX) NOT = SPACES
            PERFORM ADD-TO-TEAM-NUDGE
        END-IF
    END-PERFORM.

REPORT-STALE-ROW.
    MOVE WS-DAYS TO WS-DAYS-SHOW
    MOVE SPACES TO REPORT-LINE
    IF APP-STATUS = "S"
        STRING "  " APP-USERNAME " #" APP-POSTING-ID " "
            FUNCTION TRIM(APP-JOB-TITLE) " at "
            FUNCTION TRIM(APP-JOB-COMPANY) " - submitted, "
            FUNCTION TRIM(WS-DAYS-SHOW) " days"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "  " APP-USERNAME " #" APP-POSTING-ID " "
            FUNCTION TRIM(APP-JOB-TITLE) " at "
            FUNCTION TRIM(APP-JOB-COMPANY) " - under review, "
            FUNCTION TRIM(WS-DAYS-SHOW) " days"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    PERFORM WRITE-LINE.

ADD-TO-TEAM-NUDGE.
    MOVE 0 TO WS-TEAM-IDX
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TEAM-COUNT
        OR WS-TEAM-IDX > 0
        IF WS-TEAM-KEY(J) = WS-POST-TEAM(WS-POST-IDX)
            MOVE J TO WS-TEAM-IDX
        END-IF
    END-PERFORM
    IF WS-TEAM-IDX = 0
        IF WS-TEAM-COUNT >= 300
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-TEAM-COUNT
        MOVE WS-TEAM-COUNT TO WS-TEAM-IDX
        MOVE WS-POST-TEAM(WS-POST-IDX) TO WS-TEAM-KEY(WS-TEAM-IDX)
        MOVE SPACES TO WS-TEAM-MESSAGE(WS-TEAM-IDX)
        MOVE 1 TO WS-TEAM-PTR(WS-TEAM-IDX)
        MOVE WS-STALE-DAYS TO WS-DAYS-SHOW
        STRING "Applications waiting over " FUNCTION TRIM(WS-DAYS-SHOW)
            " days: " FUNCTION TRIM(WS-POST-TITLE(WS-POST-IDX))
            DELIMITED BY SIZE INTO WS-TEAM-MESSAGE(WS-TEAM-IDX)
            WITH POINTER WS-TEAM-PTR(WS-TEAM-IDX)
        EXIT PARAGRAPH
    END-IF
    *> Further postings are added while they fit in the notification;
    *> the rest are in the report.
    MOVE SPACES TO WS-PIECE
    STRING ", " FUNCTION TRIM(WS-POST-TITLE(WS-POST-IDX))
        DELIMITED BY SIZE INTO WS-PIECE
    COMPUTE WS-PIECE-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-PIECE))
    IF WS-TEAM-PTR(WS-TEAM-IDX) + WS-PIECE-LEN <= 101
        STRING WS-PIECE(1:WS-PIECE-LEN) DELIMITED BY SIZE
            INTO WS-TEAM-MESSAGE(WS-TEAM-IDX)
            WITH POINTER WS-TEAM-PTR(WS-TEAM-IDX)
    END-IF.

REPORT-TIME-TO-DECISION.
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE "Average time to decision by company" TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE "  (from decisions recorded in ApplicationStatusLog.dat)"
        TO REPORT-LINE
    PERFORM WRITE-LINE
    PERFORM VARYING WS-CO-IDX FROM 1 BY 1 UNTIL WS-CO-IDX > WS-CO-COUNT
        IF WS-CO-DECIDED(WS-CO-IDX) > 0
            COMPUTE WS-AVG-DAYS ROUNDED = WS-CO-DECIDE-DAYS(WS-CO-IDX)
                / WS-CO-DECIDED(WS-CO-IDX)
            MOVE WS-AVG-DAYS TO WS-AVG-SHOW
            MOVE SPACES TO REPORT-LINE
            STRING "  " WS-CO-LABEL(WS-CO-IDX) " decisions "
                WS-CO-DECIDED(WS-CO-IDX) "  avg days " WS-AVG-SHOW
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM WRITE-LINE
        END-IF
    END-PERFORM
    IF WS-TOTAL-DECIDED > 0
        COMPUTE WS-AVG-DAYS ROUNDED
            = WS-TOTAL-DECIDE-DAYS / WS-TOTAL-DECIDED
    ELSE
        MOVE 0 TO WS-AVG-DAYS
    END-IF
    MOVE WS-AVG-DAYS TO WS-AVG-SHOW
    MOVE SPACES TO REPORT-LINE
    STRING "  All companies decisions " WS-TOTAL-DECIDED "  avg days "
        WS-AVG-SHOW DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE.

WRITE-TIME-TO-DECISION.
    *> Rebuilt every run - one row per company with anything open or
    *> decided, stamped with tonight's date.
    OPEN OUTPUT TimeToDecisionFile
    PERFORM VARYING WS-CO-IDX FROM 1 BY 1 UNTIL WS-CO-IDX > WS-CO-COUNT
        IF WS-CO-OPEN(WS-CO-IDX) > 0 OR WS-CO-DECIDED(WS-CO-IDX) > 0
            MOVE WS-TODAY TO TTD-RUN-DATE
            MOVE WS-CO-LABEL(WS-CO-IDX) TO TTD-COMPANY
            MOVE WS-CO-OPEN(WS-CO-IDX) TO TTD-OPEN
            MOVE WS-CO-STALE(WS-CO-IDX) TO TTD-STALE
            MOVE WS-CO-DECIDED(WS-CO-IDX) TO TTD-DECIDED
            IF WS-CO-DECIDED(WS-CO-IDX) > 0
                COMPUTE TTD-AVG-DAYS ROUNDED = WS-CO-DECIDE-DAYS(WS-CO-IDX)
                    / WS-CO-DECIDED(WS-CO-IDX)
            ELSE
                MOVE 0 TO TTD-AVG-DAYS
            END-IF
            WRITE TIME-TO-DECISION-RECORD
            ADD 1 TO WS-BS-WRITTEN
        END-IF
    END-PERFORM
    CLOSE TimeToDecisionFile.

SEND-TEAM-NUDGES.
    PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
        UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
        IF WS-TEAM-KEY(WS-TEAM-IDX)(1:1) = "C"
            PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MEM-COUNT
                IF WS-MEM-KEY(J) = WS-TEAM-KEY(WS-TEAM-IDX)(2:50)
                    MOVE WS-MEM-USER(J) TO WS-NOTIFY-USER
                    PERFORM NOTIFY-TEAM-MEMBER
                END-IF
            END-PERFORM
        ELSE
            MOVE WS-TEAM-KEY(WS-TEAM-IDX)(2:30) TO WS-NOTIFY-USER
            PERFORM NOTIFY-TEAM-MEMBER
        END-IF
    END-PERFORM.

NOTIFY-TEAM-MEMBER.
    MOVE "J" TO WS-NP-CATEGORY
    CALL "NotifyPref" USING WS-NOTIFY-USER WS-NP-CATEGORY WS-NP-SETTING
    IF WS-NP-SETTING = "F"
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND NotificationsFile
    IF WS-NOTIF-STAT = "35"
        CLOSE NotificationsFile
        OPEN OUTPUT NotificationsFile
    END-IF
    MOVE SPACES TO NOTIFICATIONS-RECORD
    MOVE WS-NOTIFY-USER TO NOTIF-USERNAME
    MOVE WS-TEAM-MESSAGE(WS-TEAM-IDX) TO NOTIF-MESSAGE
    IF WS-NP-SETTING = "D"
        MOVE "D" TO NOTIF-READ-FLAG
    ELSE
        MOVE "N" TO NOTIF-READ-FLAG
    END-IF
    WRITE NOTIFICATIONS-RECORD
    CLOSE NotificationsFile
    ADD 1 TO WS-NUDGES-SENT
    ADD 1 TO WS-BS-WRITTEN.

END PROGRAM PipelineAgingReport.
