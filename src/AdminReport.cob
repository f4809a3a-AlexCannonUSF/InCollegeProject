        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REQ-STAT.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT SummaryFile ASSIGN TO "data/AdminReport-Summary.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.
    SELECT TimeToDecisionFile ASSIGN TO "data/TimeToDecision.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TTD-STAT.

DATA DIVISION.
FILE SECTION.

FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD SummaryFile.
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

FD TimeToDecisionFile.
01 TIME-TO-DECISION-RECORD.
       05 TTD-RUN-DATE      PIC 9(8).
       05 TTD-COMPANY       PIC X(50).
       05 TTD-OPEN          PIC 9(6).
       05 TTD-STALE         PIC 9(6).
       05 TTD-DECIDED       PIC 9(6).
       05 TTD-AVG-DAYS      PIC 9(5)V9.

WORKING-STORAGE SECTION.
77 WS-PROFILE-STAT   PIC XX VALUE SPACES.
        10 WS-JOBMAJ-NAME  PIC X(50).
        10 WS-JOBMAJ-TALLY PIC 9(4).

*> Time to decision by company, as PipelineAgingReport.cob last left
*> it in data/TimeToDecision.dat (companies with nothing decided yet
*> are carried there for their open counts and skipped here).
77 WS-TTD-STAT       PIC XX VALUE SPACES.
77 WS-TTD-DATE       PIC 9(8) VALUE 0.
77 WS-TTD-COUNT      PIC 9(3) VALUE 0.
77 WS-TTD-IDX        PIC 9(3) VALUE 0.
77 WS-TTD-AVG-SHOW   PIC ZZZZ9.9.
01 WS-TTD-TABLE.
    05 WS-TTD-ROW OCCURS 300 TIMES.
        10 WS-TTD-COMPANY PIC X(50).
        10 WS-TTD-DECIDED PIC 9(6).
        10 WS-TTD-AVG     PIC 9(5)V9.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    *> Reset every accumulator up front - this program is CALLed
    *> repeatedly from the admin menu (directly and via the nightly
    *> batch), where working storage persists across CALLs, so the
    MOVE 0 TO WS-UNIV-COUNT
    MOVE 0 TO WS-MAJOR-COUNT
    MOVE 0 TO WS-JOBMAJ-COUNT
    MOVE 0 TO WS-TTD-COUNT
    MOVE 0 TO WS-TTD-DATE

    DISPLAY "=== InCollege Admin Report ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM COUNT-ACCOUNTS
    PERFORM COUNT-CONNECTION-REQUESTS
    PERFORM COUNT-JOB-MARKET
    PERFORM LOAD-TIME-TO-DECISION
    PERFORM PRINT-REPORT
    PERFORM WRITE-SUMMARY-FILE
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

COUNT-PROFILES.
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-TOTAL-PROFILES
                    PERFORM TALLY-UNIVERSITY
                    PERFORM TALLY-MAJOR
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-TOTAL-ACCOUNTS
                    IF ACC-CREATED-DATE NOT = 0
                        COMPUTE WS-DATE-AGE-DAYS =
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-TOTAL-PENDING
                    IF REQUEST-DATE NOT = 0
                        COMPUTE WS-DATE-AGE-DAYS =
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-TOTAL-ACCEPTED
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF JOB-STATUS = "A"
                        ADD 1 TO WS-TOTAL-JOBS-ACTIVE
                    ELSE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-TOTAL-APPLICATIONS
            END-READ
        END-PERFORM
            DISPLAY "    " FUNCTION TRIM(WS-JOBMAJ-NAME(I)) ": "
                WS-JOBMAJ-TALLY(I)
        END-PERFORM
    END-IF
    DISPLAY " "
    DISPLAY "Time to decision by company (as of " WS-TTD-DATE "):"
    IF WS-TTD-COUNT = 0
        DISPLAY "  (none)"
    ELSE
        PERFORM VARYING WS-TTD-IDX FROM 1 BY 1
            UNTIL WS-TTD-IDX > WS-TTD-COUNT
            MOVE WS-TTD-AVG(WS-TTD-IDX) TO WS-TTD-AVG-SHOW
            DISPLAY "  " FUNCTION TRIM(WS-TTD-COMPANY(WS-TTD-IDX)) ": "
                WS-TTD-DECIDED(WS-TTD-IDX) " decisions, avg "
                FUNCTION TRIM(WS-TTD-AVG-SHOW) " days"
        END-PERFORM
    END-IF.

LOAD-TIME-TO-DECISION.
    MOVE "N" TO WS-EOF
    OPEN INPUT TimeToDecisionFile
    IF WS-TTD-STAT = "35"
        CLOSE TimeToDecisionFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ TimeToDecisionFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE TTD-RUN-DATE TO WS-TTD-DATE
                IF TTD-DECIDED > 0 AND WS-TTD-COUNT < 300
                    ADD 1 TO WS-TTD-COUNT
                    MOVE TTD-COMPANY TO WS-TTD-COMPANY(WS-TTD-COUNT)
                    MOVE TTD-DECIDED TO WS-TTD-DECIDED(WS-TTD-COUNT)
                    MOVE TTD-AVG-DAYS TO WS-TTD-AVG(WS-TTD-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE TimeToDecisionFile.

WRITE-SUMMARY-FILE.
    *> Req 019: writes the same daily counts PRINT-REPORT displays to
    *> data/AdminReport-Summary.txt (LINE SEQUENTIAL ASSIGN TO a literal
    MOVE SPACES TO SUMMARY-LINE
    STRING "InCollege Admin Report - " WS-TODAY INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Accounts created today: " WS-ACCOUNTS-TODAY INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Profiles created/edited today: " WS-PROFILES-TODAY
        INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Connection requests sent today: " WS-REQUESTS-TODAY
        INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Total accounts: " WS-TOTAL-ACCOUNTS INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Total profiles: " WS-TOTAL-PROFILES INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Connection requests pending: " WS-TOTAL-PENDING
        INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Connection requests accepted: " WS-TOTAL-ACCEPTED
        INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Active job postings: " WS-TOTAL-JOBS-ACTIVE INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Closed/withdrawn job postings: " WS-TOTAL-JOBS-CLOSED
        INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Job applications submitted: " WS-TOTAL-APPLICATIONS
        INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Postings by major:" INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOBMAJ-COUNT
        MOVE SPACES TO SUMMARY-LINE
        STRING "  " FUNCTION TRIM(WS-JOBMAJ-NAME(I)) ": "
            WS-JOBMAJ-TALLY(I) INTO SUMMARY-LINE
        WRITE SUMMARY-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-PERFORM

    MOVE SPACES TO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO SUMMARY-LINE
    STRING "Time to decision by company (as of " WS-TTD-DATE "):"
        INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    PERFORM VARYING WS-TTD-IDX FROM 1 BY 1 UNTIL WS-TTD-IDX > WS-TTD-COUNT
        MOVE WS-TTD-AVG(WS-TTD-IDX) TO WS-TTD-AVG-SHOW
        MOVE SPACES TO SUMMARY-LINE
        STRING "  " FUNCTION TRIM(WS-TTD-COMPANY(WS-TTD-IDX)) ": "
            WS-TTD-DECIDED(WS-TTD-IDX) " decisions, avg "
            FUNCTION TRIM(WS-TTD-AVG-SHOW) " days" INTO SUMMARY-LINE
        WRITE SUMMARY-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-PERFORM

    CLOSE SummaryFile.
