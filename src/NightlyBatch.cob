    SELECT StatusFile ASSIGN TO "data/NightlyBatch-Status.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-STAT.
    SELECT ScheduleFile ASSIGN TO "data/BatchSchedule.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHED-STAT.
    SELECT ForceFile ASSIGN TO "data/BatchForce.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FORCE-STAT.
    SELECT LastRunFile ASSIGN TO "data/BatchLastRun.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-LAST-STAT.
    SELECT RunHistoryFile ASSIGN TO "data/BatchRunHistory.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STAT.

DATA DIVISION.
FILE SECTION.
FD StatusFile.
01 STATUS-LINE PIC X(80).

FD ScheduleFile.
01 SCHEDULE-LINE PIC X(80).

FD ForceFile.
01 FORCE-LINE PIC X(80).

FD LastRunFile.
01 LAST-RUN-RECORD.
       05 LR-STEP-NAME     PIC X(30).
       05 LR-LAST-DATE     PIC 9(8).

FD RunHistoryFile.
01 RUN-HISTORY-RECORD.
       05 RH-RUN-DATE      PIC 9(8).
       05 RH-STEP-NAME     PIC X(30).
       05 RH-START-TS      PIC 9(14).
       05 RH-END-TS        PIC 9(14).
       05 RH-ELAPSED       PIC 9(6).
       05 RH-READ          PIC 9(9).
       05 RH-WRITTEN       PIC 9(9).
       05 RH-RC            PIC 9(4).

WORKING-STORAGE SECTION.
*> Runs every nightly batch sweep and report in one place. Each step
*> is recorded to data/NightlyBatch-Status.txt twice - "started"
77 WS-AUDIT-ACTOR   PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION  PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET  PIC X(30) VALUE SPACES.
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

*> MaintenanceMode.cob parameters.
77 WS-MM-FUNCTION  PIC X VALUE SPACE.
77 WS-MM-ACTIVE    PIC X VALUE "N".
77 WS-MM-MESSAGE   PIC X(100) VALUE SPACES.
77 WS-MM-END-DATE  PIC 9(8) VALUE 0.
77 WS-MM-END-TIME  PIC 9(4) VALUE 0.
77 WS-MM-SET-BY    PIC X(30) VALUE SPACES.
77 WS-MM-NOTICE    PIC X(200) VALUE SPACES.

*> Run calendar. data/BatchSchedule.txt, maintained by hand, has one
*> line per step:  StepName|frequency|skippable  where frequency is
*> D (daily), W followed by weekday digits (1 = Monday ... 7 =
*> Sunday, so W7 is Sundays only and W135 is Mon/Wed/Fri) or M
*> (month end), and skippable is Y or N. A step with no line, or no
*> schedule file at all, runs every night as before. A step marked
*> N is never skipped past a missed date: if the batch did not run
*> on one of its scheduled nights since it last completed
*> (data/BatchLastRun.dat), it runs tonight to catch up. Lines
*> starting "*" are comments. For a one-off run, the operator lists
*> step names (or ALL) in data/BatchForce.txt; those steps run
*> tonight whatever the calendar says, and the file is deleted once
*> read so the override does not stick.
77 WS-SCHED-STAT    PIC XX VALUE SPACES.
77 WS-FORCE-STAT    PIC XX VALUE SPACES.
77 WS-LAST-STAT     PIC XX VALUE SPACES.
77 WS-EOF-SCHED     PIC X VALUE "N".
77 WS-FIELD-STEP    PIC X(30) VALUE SPACES.
77 WS-FIELD-FREQ    PIC X(10) VALUE SPACES.
77 WS-FIELD-SKIP    PIC X(4) VALUE SPACES.
77 WS-RUN-TONIGHT   PIC X VALUE "Y".
77 WS-RUN-REASON    PIC X(30) VALUE SPACES.
77 WS-CHECK-DATE    PIC 9(8) VALUE 0.
77 WS-CHECK-INT     PIC 9(8) VALUE 0.
77 WS-TODAY-INT     PIC 9(8) VALUE 0.
77 WS-FROM-INT      PIC 9(8) VALUE 0.
77 WS-NEXT-DATE     PIC 9(8) VALUE 0.
77 WS-WEEKDAY       PIC 9 VALUE 0.
77 WS-SCHEDULED     PIC X VALUE "N".
77 WS-CATCH-UP      PIC X VALUE "N".
77 K                PIC 9(2) VALUE 0.

*> Run history. Every step that runs - completed or failed - appends
*> one row to data/BatchRunHistory.dat, which is never rewritten:
*> the night it ran, start and end timestamps (YYYYMMDDHHMMSS),
*> elapsed seconds, the records-read / records-written counts the
*> step posted to BatchStats.cob, and its return code.
*> BatchTrendReport.cob, the last step, compares tonight's rows with
*> the trailing 30-night average.
77 WS-HIST-STAT       PIC XX VALUE SPACES.
77 WS-STEP-START-DATE PIC 9(8) VALUE 0.
01 WS-STEP-START-TIME.
    05 WS-START-HH     PIC 9(2).
    05 WS-START-MM     PIC 9(2).
    05 WS-START-SS     PIC 9(2).
    05 WS-START-CC     PIC 9(2).
01 WS-START-HHMMSS REDEFINES WS-STEP-START-TIME.
    05 WS-START-TIME6  PIC 9(6).
    05 FILLER          PIC 9(2).
77 WS-STEP-END-DATE   PIC 9(8) VALUE 0.
01 WS-STEP-END-TIME.
    05 WS-END-HH       PIC 9(2).
    05 WS-END-MM       PIC 9(2).
    05 WS-END-SS       PIC 9(2).
    05 WS-END-CC       PIC 9(2).
01 WS-END-HHMMSS REDEFINES WS-STEP-END-TIME.
    05 WS-END-TIME6    PIC 9(6).
    05 FILLER          PIC 9(2).
77 WS-STEP-START-SECS PIC 9(6) VALUE 0.
77 WS-STEP-END-SECS   PIC 9(6) VALUE 0.
77 WS-STEP-READ       PIC 9(9) VALUE 0.
77 WS-STEP-WRITTEN    PIC 9(9) VALUE 0.
01 WS-STEP-CALENDAR.
    05 WS-CAL-ROW OCCURS 34 TIMES.
        10 WS-CAL-FREQ      PIC X(10).
        10 WS-CAL-SKIPPABLE PIC X.
        10 WS-CAL-FORCED    PIC X.
        10 WS-CAL-LAST-DATE PIC 9(8).

77 WS-STEP-TOTAL    PIC 9(2) VALUE 34.
01 WS-STEP-NAMES.
    05 FILLER PIC X(30) VALUE "ExpireJobPostings".
    05 FILLER PIC X(30) VALUE "ExpireStaleDrafts".
    05 FILLER PIC X(30) VALUE "ReconcilePendingRequests".
    05 FILLER PIC X(30) VALUE "CompactPendingRequests".
    05 FILLER PIC X(30) VALUE "StaleGraduationReport".
    05 FILLER PIC X(30) VALUE "ImportJobPostings".
    05 FILLER PIC X(30) VALUE "SavedSearchAlerts".
    05 FILLER PIC X(30) VALUE "EventReminders".
    05 FILLER PIC X(30) VALUE "PipelineAgingReport".
    05 FILLER PIC X(30) VALUE "DormantAccounts".
    05 FILLER PIC X(30) VALUE "NotificationDigest".
    05 FILLER PIC X(30) VALUE "UsernamePolicyReport".
    05 FILLER PIC X(30) VALUE "AdminReport".
    05 FILLER PIC X(30) VALUE "IntegrityAudit".
    05 FILLER PIC X(30) VALUE "FeatureUsageReport".
    05 FILLER PIC X(30) VALUE "JobMarketSnapshot".
    05 FILLER PIC X(30) VALUE "PlacementReport".
    05 FILLER PIC X(30) VALUE "VerifyEnrollment".
    05 FILLER PIC X(30) VALUE "ScreenExistingContent".
    05 FILLER PIC X(30) VALUE "PostingUsageStatement".
    05 FILLER PIC X(30) VALUE "SupportTicketReport".
    05 FILLER PIC X(30) VALUE "DuplicateAccountReport".
    05 FILLER PIC X(30) VALUE "CompanyNameCleanup".
    05 FILLER PIC X(30) VALUE "EndorsementRingReport".
    05 FILLER PIC X(30) VALUE "WarehouseExtract".
    05 FILLER PIC X(30) VALUE "SalaryBenchmark".
    05 FILLER PIC X(30) VALUE "VerifyAuditChain".
    05 FILLER PIC X(30) VALUE "CapacityReport".
    05 FILLER PIC X(30) VALUE "BatchTrendReport".
01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
    05 WS-STEP-PROGRAM OCCURS 34 TIMES PIC X(30).

PROCEDURE DIVISION.

    *> The digest step stays after StaleGraduationReport and
    *> SavedSearchAlerts in the table above, so the prompts and alerts
    *> those sweeps queue into Notifications.dat land in tonight's
    *> digests instead of waiting a day. ImportJobPostings stays ahead
    *> of SavedSearchAlerts so postings imported tonight alert tonight.
    *> PipelineAgingReport also runs ahead of the digest, for its
    *> employer nudges, and ahead of AdminReport, which prints the
    *> time-to-decision figures it leaves behind. WarehouseExtract
    *> runs late, after the nightly sweeps, so the warehouse load sees
    *> the files as they stand once tonight's changes are in.
    *> SalaryBenchmark and DormantAccounts are on the calendar for
    *> month end only (see LOAD-CALENDAR); DormantAccounts runs ahead
    *> of the digest so its warnings go out the same night.
    *> VerifyAuditChain follows every step that writes or archives
    *> audit rows, so it checks the trails as tonight leaves them.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME

    *> Every step is written to AdminAudit.dat, as are the purges and
    *> closures some steps make, so nothing runs while that trail
    *> cannot take new rows.
    MOVE "AdminAudit.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        DISPLAY "Nightly batch run not started."
        GOBACK
    END-IF

    PERFORM DETECT-UNFINISHED-RUN
    MOVE 1 TO WS-START-STEP
    IF WS-RESUME-STEP > 0
    END-IF
    CLOSE StatusFile

    *> Students, employers and career-services staff are kept out
    *> while the steps rebuild the files (MaintenanceMode.cob); an
    *> admin's own maintenance window is left as it is.
    MOVE "B" TO WS-MM-FUNCTION
    PERFORM CALL-MAINTENANCE-MODE

    PERFORM LOAD-CALENDAR
    MOVE "N" TO WS-STEP-FAILED
    PERFORM VARYING I FROM WS-START-STEP BY 1
        UNTIL I > WS-STEP-TOTAL OR WS-STEP-FAILED = "Y"
        MOVE WS-STEP-PROGRAM(I) TO WS-STEP-NAME
        PERFORM DECIDE-STEP-TONIGHT
        IF WS-RUN-TONIGHT = "Y"
            PERFORM RECORD-STEP-STARTED
            CALL "BatchStats" USING "C" WS-STEP-READ WS-STEP-WRITTEN
            ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
            ACCEPT WS-STEP-START-TIME FROM TIME
            MOVE 0 TO RETURN-CODE
            CALL WS-STEP-NAME
            MOVE RETURN-CODE TO WS-STEP-RC
            PERFORM RECORD-STEP-HISTORY
            IF WS-STEP-RC = 0
                PERFORM RECORD-STEP-DONE
            ELSE
                PERFORM RECORD-STEP-FAILED
                MOVE "Y" TO WS-STEP-FAILED
            END-IF
        ELSE
            PERFORM RECORD-STEP-SKIPPED
        END-IF
    END-PERFORM

    MOVE "E" TO WS-MM-FUNCTION
    PERFORM CALL-MAINTENANCE-MODE

    MOVE 0 TO RETURN-CODE
    IF WS-STEP-FAILED = "Y"
        DISPLAY "Nightly batch run stopped on a failed step. See "
    END-IF
    GOBACK.

CALL-MAINTENANCE-MODE.
    CALL "MaintenanceMode" USING WS-MM-FUNCTION WS-MM-ACTIVE
        WS-MM-MESSAGE WS-MM-END-DATE WS-MM-END-TIME WS-MM-SET-BY
        WS-MM-NOTICE.

DETECT-UNFINISHED-RUN.
    *> Reads the previous run's status file looking for the last
    *> "started" line with no matching "completed" - that step number
        CLOSE StatusFile
    END-IF.

LOAD-CALENDAR.
    *> Every step starts out daily, not forced, never run; the
    *> schedule, last-run, and force files then fill in what they say.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-STEP-TOTAL
        MOVE "D" TO WS-CAL-FREQ(K)
        MOVE "Y" TO WS-CAL-SKIPPABLE(K)
        MOVE "N" TO WS-CAL-FORCED(K)
        MOVE 0 TO WS-CAL-LAST-DATE(K)
        *> The salary benchmarks and the dormant-account sweep are
        *> monthly: month end, caught up if that night was missed,
        *> unless BatchSchedule.txt says otherwise. The support-ticket
        *> report is weekly, on Monday, caught up the same way.
        IF WS-STEP-PROGRAM(K) = "SalaryBenchmark"
            OR WS-STEP-PROGRAM(K) = "DormantAccounts"
            MOVE "M" TO WS-CAL-FREQ(K)
            MOVE "N" TO WS-CAL-SKIPPABLE(K)
        END-IF
        IF WS-STEP-PROGRAM(K) = "SupportTicketReport"
            MOVE "W1" TO WS-CAL-FREQ(K)
            MOVE "N" TO WS-CAL-SKIPPABLE(K)
        END-IF
    END-PERFORM

    MOVE "N" TO WS-EOF-SCHED
    OPEN INPUT ScheduleFile
    IF WS-SCHED-STAT = "35"
        CLOSE ScheduleFile
    ELSE
        PERFORM UNTIL WS-EOF-SCHED = "Y"
            READ ScheduleFile
                AT END
                    MOVE "Y" TO WS-EOF-SCHED
                NOT AT END
                    PERFORM APPLY-SCHEDULE-LINE
            END-READ
        END-PERFORM
        CLOSE ScheduleFile
    END-IF

    MOVE "N" TO WS-EOF-SCHED
    OPEN INPUT LastRunFile
    IF WS-LAST-STAT = "35"
        CLOSE LastRunFile
    ELSE
        PERFORM UNTIL WS-EOF-SCHED = "Y"
            READ LastRunFile
                AT END
                    MOVE "Y" TO WS-EOF-SCHED
                NOT AT END
                    PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-STEP-TOTAL
                        IF FUNCTION TRIM(WS-STEP-PROGRAM(K)) = FUNCTION TRIM(LR-STEP-NAME)
                            MOVE LR-LAST-DATE TO WS-CAL-LAST-DATE(K)
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE LastRunFile
    END-IF

    MOVE "N" TO WS-EOF-SCHED
    OPEN INPUT ForceFile
    IF WS-FORCE-STAT = "35"
        CLOSE ForceFile
    ELSE
        PERFORM UNTIL WS-EOF-SCHED = "Y"
            READ ForceFile
                AT END
                    MOVE "Y" TO WS-EOF-SCHED
                NOT AT END
                    INSPECT FORCE-LINE REPLACING ALL X"0D" BY SPACE
                    PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-STEP-TOTAL
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(FORCE-LINE)) = "ALL"
                            OR FUNCTION UPPER-CASE(FUNCTION TRIM(FORCE-LINE)) =
                               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STEP-PROGRAM(K)))
                            MOVE "Y" TO WS-CAL-FORCED(K)
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE ForceFile
        CALL "CBL_DELETE_FILE" USING "data/BatchForce.txt"
    END-IF.

APPLY-SCHEDULE-LINE.
    INSPECT SCHEDULE-LINE REPLACING ALL X"0D" BY SPACE
    IF FUNCTION TRIM(SCHEDULE-LINE) = SPACES
        OR SCHEDULE-LINE(1:1) = "*"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-FIELD-STEP
    MOVE SPACES TO WS-FIELD-FREQ
    MOVE SPACES TO WS-FIELD-SKIP
    UNSTRING SCHEDULE-LINE DELIMITED BY "|"
        INTO WS-FIELD-STEP WS-FIELD-FREQ WS-FIELD-SKIP
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-FREQ)) TO WS-FIELD-FREQ
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-SKIP)) TO WS-FIELD-SKIP
    IF WS-FIELD-FREQ(1:1) NOT = "D" AND WS-FIELD-FREQ(1:1) NOT = "W"
        AND WS-FIELD-FREQ(1:1) NOT = "M"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-STEP-TOTAL
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STEP-PROGRAM(K))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-STEP))
            MOVE WS-FIELD-FREQ TO WS-CAL-FREQ(K)
            IF WS-FIELD-SKIP(1:1) = "N"
                MOVE "N" TO WS-CAL-SKIPPABLE(K)
            ELSE
                MOVE "Y" TO WS-CAL-SKIPPABLE(K)
            END-IF
        END-IF
    END-PERFORM.

DECIDE-STEP-TONIGHT.
    *> Step I runs if it is forced, scheduled for tonight, or - when
    *> it may not be skipped - one of its scheduled nights since it
    *> last completed went by without it.
    MOVE "Y" TO WS-RUN-TONIGHT
    MOVE SPACES TO WS-RUN-REASON
    IF WS-CAL-FORCED(I) = "Y"
        MOVE "forced" TO WS-RUN-REASON
        EXIT PARAGRAPH
    END-IF

    MOVE WS-TODAY TO WS-CHECK-DATE
    PERFORM CHECK-SCHEDULED-ON
    IF WS-SCHEDULED = "Y"
        EXIT PARAGRAPH
    END-IF

    IF WS-CAL-SKIPPABLE(I) = "N" AND WS-CAL-LAST-DATE(I) NOT = 0
        *> Look back no further than 62 nights - a step that has not
        *> completed in two months is overdue whatever its calendar.
        COMPUTE WS-FROM-INT =
            FUNCTION INTEGER-OF-DATE(WS-CAL-LAST-DATE(I)) + 1
        IF WS-TODAY-INT - WS-FROM-INT > 62
            MOVE "catching up a missed run" TO WS-RUN-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE "N" TO WS-CATCH-UP
        PERFORM VARYING WS-CHECK-INT FROM WS-FROM-INT BY 1
            UNTIL WS-CHECK-INT >= WS-TODAY-INT OR WS-CATCH-UP = "Y"
            COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
            PERFORM CHECK-SCHEDULED-ON
            IF WS-SCHEDULED = "Y"
                MOVE "Y" TO WS-CATCH-UP
            END-IF
        END-PERFORM
        IF WS-CATCH-UP = "Y"
            MOVE "catching up a missed run" TO WS-RUN-REASON
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "N" TO WS-RUN-TONIGHT.

CHECK-SCHEDULED-ON.
    *> Is step I scheduled on WS-CHECK-DATE? Weekday 1 is Monday
    *> (INTEGER-OF-DATE day 1 was Monday 1601-01-01); month end is
    *> the night before a new month starts.
    MOVE "N" TO WS-SCHEDULED
    EVALUATE WS-CAL-FREQ(I)(1:1)
        WHEN "W"
            COMPUTE WS-WEEKDAY = FUNCTION MOD(
                FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1, 7) + 1
            PERFORM VARYING K FROM 2 BY 1 UNTIL K > 10
                IF WS-CAL-FREQ(I)(K:1) = WS-WEEKDAY
                    MOVE "Y" TO WS-SCHEDULED
                END-IF
            END-PERFORM
        WHEN "M"
            COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) + 1)
            IF WS-NEXT-DATE(5:2) NOT = WS-CHECK-DATE(5:2)
                MOVE "Y" TO WS-SCHEDULED
            END-IF
        WHEN OTHER
            MOVE "Y" TO WS-SCHEDULED
    END-EVALUATE.

SAVE-LAST-RUN.
    *> Rewritten in full after every completed step - a couple of
    *> dozen rows - so a crash later in the run still keeps it.
    MOVE WS-TODAY TO WS-CAL-LAST-DATE(I)
    OPEN OUTPUT LastRunFile
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-STEP-TOTAL
        IF WS-CAL-LAST-DATE(K) NOT = 0
            MOVE SPACES TO LAST-RUN-RECORD
            MOVE WS-STEP-PROGRAM(K) TO LR-STEP-NAME
            MOVE WS-CAL-LAST-DATE(K) TO LR-LAST-DATE
            WRITE LAST-RUN-RECORD
        END-IF
    END-PERFORM
    CLOSE LastRunFile.

RECORD-STEP-HISTORY.
    *> Captured before anything else is CALLed, since the next CALL
    *> replaces RETURN-CODE. A step that did not post counts (or ran
    *> outside this program) shows zero read and written.
    ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STEP-END-TIME FROM TIME
    CALL "BatchStats" USING "G" WS-STEP-READ WS-STEP-WRITTEN

    COMPUTE WS-STEP-START-SECS = WS-START-HH * 3600
        + WS-START-MM * 60 + WS-START-SS
    COMPUTE WS-STEP-END-SECS = WS-END-HH * 3600
        + WS-END-MM * 60 + WS-END-SS

    MOVE SPACES TO RUN-HISTORY-RECORD
    MOVE WS-TODAY TO RH-RUN-DATE
    MOVE WS-STEP-NAME TO RH-STEP-NAME
    COMPUTE RH-START-TS = WS-STEP-START-DATE * 1000000
        + WS-START-TIME6
    COMPUTE RH-END-TS = WS-STEP-END-DATE * 1000000
        + WS-END-TIME6
    COMPUTE RH-ELAPSED =
        (FUNCTION INTEGER-OF-DATE(WS-STEP-END-DATE)
         - FUNCTION INTEGER-OF-DATE(WS-STEP-START-DATE)) * 86400
        + WS-STEP-END-SECS - WS-STEP-START-SECS
    MOVE WS-STEP-READ TO RH-READ
    MOVE WS-STEP-WRITTEN TO RH-WRITTEN
    MOVE WS-STEP-RC TO RH-RC

    OPEN EXTEND RunHistoryFile
    IF WS-HIST-STAT = "35"
        CLOSE RunHistoryFile
        OPEN OUTPUT RunHistoryFile
    END-IF
    WRITE RUN-HISTORY-RECORD
    CLOSE RunHistoryFile.

RECORD-STEP-SKIPPED.
    OPEN EXTEND StatusFile
    MOVE SPACES TO STATUS-LINE
    STRING "  " FUNCTION TRIM(WS-STEP-NAME) " - skipped (not scheduled)"
        INTO STATUS-LINE
    WRITE STATUS-LINE
    CLOSE StatusFile.

RECORD-STEP-STARTED.
    *> Written and flushed before the step runs, so a crash inside the
    *> step leaves this line as the evidence DETECT-UNFINISHED-RUN
    STRING "  " FUNCTION TRIM(WS-STEP-NAME) " - started"
        INTO STATUS-LINE
    WRITE STATUS-LINE
    IF WS-RUN-REASON NOT = SPACES
        MOVE SPACES TO STATUS-LINE
        STRING "    (" FUNCTION TRIM(WS-RUN-REASON) ")"
            INTO STATUS-LINE
        WRITE STATUS-LINE
    END-IF
    CLOSE StatusFile.

RECORD-STEP-DONE.
        INTO STATUS-LINE
    WRITE STATUS-LINE
    CLOSE StatusFile
    PERFORM SAVE-LAST-RUN

    *> Each sweep also leaves an attributable AdminAudit.dat row, so
    *> the audit trail shows every batch run alongside the approvals
