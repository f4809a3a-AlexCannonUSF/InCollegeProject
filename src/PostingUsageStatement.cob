>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PostingUsageStatement.

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
    SELECT CompanyPlansFile ASSIGN TO "data/CompanyPlans.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CPL-STAT.
    SELECT ActiveDaysFile ASSIGN TO "data/PostingActiveDays.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AD-STAT.
    SELECT TempActiveDaysFile ASSIGN TO "data/PostingActiveDays.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT StatementFile ASSIGN TO WS-STATEMENT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STMT-STAT.

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

FD CompanyPlansFile.
01 COMPANY-PLAN-RECORD.
       05 CPL-COMPANY         PIC X(50).
       05 CPL-PLAN            PIC X(10).
       05 CPL-MONTHLY-CREDITS PIC 9(4).
       05 CPL-EXTRA-MONTH     PIC 9(6).
       05 CPL-EXTRA-CREDITS   PIC 9(4).

FD ActiveDaysFile.
01 ACTIVE-DAYS-RECORD.
       05 PAD-MONTH       PIC 9(6).
       05 PAD-POSTING-ID  PIC 9(9).
       05 PAD-COMPANY     PIC X(50).
       05 PAD-DAYS        PIC 9(3).
       05 PAD-LAST-DATE   PIC 9(8).

FD TempActiveDaysFile.
01 TEMP-ACTIVE-DAYS-RECORD PIC X(76).

FD StatementFile.
01 STATEMENT-LINE PIC X(132).

WORKING-STORAGE SECTION.
*> Month-end posting usage statement, one block per company: plan,
*> credits allowed and used (PostingCredits.cob), postings opened in
*> the month, days those postings were active, and applications
*> received, written to data/PostingUsage-YYYYMM.txt for billing.
*>
*> JobPostings.dat keeps no closed date, so "days active" is counted
*> as it happens: every run adds one day, per posting, for each
*> posting still active tonight to data/PostingActiveDays.dat (one row
*> per posting per month). That is why this step belongs on the daily
*> calendar in data/BatchSchedule.txt even though the statement is
*> monthly - it writes the statement itself on the last night of the
*> month, and on any later night whose previous month has no
*> statement yet (a missed month end catches up). Companies are
*> resolved as PostingCredits.cob does; an employer with no company
*> seat or page is billed under the company named on the posting.
77 WS-JOB-STAT     PIC XX VALUE SPACES.
77 WS-APP-STAT     PIC XX VALUE SPACES.
77 WS-CPL-STAT     PIC XX VALUE SPACES.
77 WS-AD-STAT      PIC XX VALUE SPACES.
77 WS-STMT-STAT    PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-LOCK-RESULT  PIC X VALUE SPACE.
77 WS-RECOVER-DAT  PIC X(60) VALUE "data/PostingActiveDays.dat".
77 WS-RECOVER-TMP  PIC X(60) VALUE "data/PostingActiveDays.tmp".
77 WS-STATEMENT-PATH PIC X(60) VALUE SPACES.

77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-THIS-MONTH   PIC 9(6) VALUE 0.
77 WS-NEXT-DATE    PIC 9(8) VALUE 0.
77 WS-PRIOR-DATE   PIC 9(8) VALUE 0.
77 WS-STMT-MONTH   PIC 9(6) VALUE 0.
77 WS-WRITE-STMT   PIC X VALUE "N".
77 WS-ROW-FOUND    PIC X VALUE "N".
77 I               PIC 9(4) VALUE 0.

*> This month's active-day rows, held while tonight's day is added.
77 WS-AD-COUNT     PIC 9(4) VALUE 0.
01 WS-ACTIVE-DAYS-TABLE.
   05 WS-AD-ROW OCCURS 3000 TIMES.
       10 WS-AD-POSTING-ID PIC 9(9).
       10 WS-AD-COMPANY    PIC X(50).
       10 WS-AD-DAYS       PIC 9(3).
       10 WS-AD-LAST-DATE  PIC 9(8).
77 WS-AD-IDX       PIC 9(4) VALUE 0.

*> Poster -> billed company, so PostingCredits.cob is asked once per
*> poster rather than once per posting.
77 WS-PK-COUNT     PIC 9(4) VALUE 0.
01 WS-POSTER-TABLE.
   05 WS-PK-ROW OCCURS 500 TIMES.
       10 WS-PK-USER     PIC X(30).
       10 WS-PK-COMPANY  PIC X(50).
77 WS-PK-IDX       PIC 9(4) VALUE 0.
77 WS-BILL-COMPANY PIC X(50) VALUE SPACES.

*> Posting ID -> statement row, for crediting applications.
77 WS-PM-COUNT     PIC 9(4) VALUE 0.
01 WS-POSTING-MAP.
   05 WS-PM-ROW OCCURS 5000 TIMES.
       10 WS-PM-ID       PIC 9(9).
       10 WS-PM-STMT-IDX PIC 9(4).
77 WS-PM-IDX       PIC 9(4) VALUE 0.

*> One row per company on the statement.
77 WS-ST-COUNT     PIC 9(4) VALUE 0.
01 WS-STATEMENT-TABLE.
   05 WS-ST-ROW OCCURS 500 TIMES.
       10 WS-ST-COMPANY  PIC X(50).
       10 WS-ST-OPENED   PIC 9(5).
       10 WS-ST-DAYS     PIC 9(7).
       10 WS-ST-APPS     PIC 9(6).
77 WS-ST-IDX       PIC 9(4) VALUE 0.
77 WS-ST-FOUND     PIC 9(4) VALUE 0.

*> PostingCredits.cob parameters.
77 WS-PC-USER      PIC X(30) VALUE SPACES.
77 WS-PC-COMPANY   PIC X(50) VALUE SPACES.
77 WS-PC-PLAN      PIC X(10) VALUE SPACES.
77 WS-PC-ALLOWANCE PIC 9(4) VALUE 0.
77 WS-PC-USED      PIC 9(4) VALUE 0.
77 WS-PC-REMAINING PIC 9(4) VALUE 0.

*> Refuses to read postings or applications stamped for a different
*> layout version - see SchemaGuard.cob.
77 WS-GUARD-FILE    PIC X(30) VALUE "JobPostings.dat".
77 WS-GUARD-VERSION PIC 9(2) VALUE 4.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.
*> Set by a failing step and handed back as RETURN-CODE after the
*> BatchStats call, which would otherwise reset it.
77 WS-STEP-RC    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-STEP-RC
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Posting Usage Statement ==="
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT = "Y"
        MOVE "JobApplications.dat" TO WS-GUARD-FILE
        MOVE 3 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT NOT = "Y"
        MOVE 8 TO WS-STEP-RC
        CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
        MOVE WS-STEP-RC TO RETURN-CODE
        GOBACK
    END-IF

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY(1:6) TO WS-THIS-MONTH

    PERFORM ACCRUE-ACTIVE-DAYS
    PERFORM CHOOSE-STATEMENT-MONTH
    IF WS-WRITE-STMT = "Y"
        PERFORM BUILD-STATEMENT
        PERFORM WRITE-STATEMENT
        DISPLAY "Statement for " WS-STMT-MONTH " written to "
            FUNCTION TRIM(WS-STATEMENT-PATH) " (" WS-ST-COUNT
            " company(ies))."
    ELSE
        DISPLAY "Active days recorded for " WS-AD-COUNT
            " posting(s) this month; no statement due tonight."
    END-IF

    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    MOVE WS-STEP-RC TO RETURN-CODE
    GOBACK.

ACCRUE-ACTIVE-DAYS.
    *> Other months' rows are copied through untouched; this month's
    *> are held in WS-ACTIVE-DAYS-TABLE, given a day for every posting
    *> active tonight (once per night, however often the step is
    *> rerun), and written back after them.
    MOVE 0 TO WS-AD-COUNT
    MOVE "N" TO WS-EOF
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN OUTPUT TempActiveDaysFile
    OPEN INPUT ActiveDaysFile
    IF WS-AD-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ ActiveDaysFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF PAD-MONTH = WS-THIS-MONTH AND WS-AD-COUNT < 3000
                        ADD 1 TO WS-AD-COUNT
                        MOVE PAD-POSTING-ID TO WS-AD-POSTING-ID(WS-AD-COUNT)
                        MOVE PAD-COMPANY TO WS-AD-COMPANY(WS-AD-COUNT)
                        MOVE PAD-DAYS TO WS-AD-DAYS(WS-AD-COUNT)
                        MOVE PAD-LAST-DATE TO WS-AD-LAST-DATE(WS-AD-COUNT)
                    ELSE
                        MOVE ACTIVE-DAYS-RECORD TO TEMP-ACTIVE-DAYS-RECORD
                        WRITE TEMP-ACTIVE-DAYS-RECORD
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE ActiveDaysFile

    MOVE "N" TO WS-EOF
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ JobPostingsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF JOB-STATUS = "A"
                        PERFORM ADD-ACTIVE-DAY
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JobPostingsFile

    PERFORM VARYING WS-AD-IDX FROM 1 BY 1 UNTIL WS-AD-IDX > WS-AD-COUNT
        MOVE SPACES TO ACTIVE-DAYS-RECORD
        MOVE WS-THIS-MONTH TO PAD-MONTH
        MOVE WS-AD-POSTING-ID(WS-AD-IDX) TO PAD-POSTING-ID
        MOVE WS-AD-COMPANY(WS-AD-IDX) TO PAD-COMPANY
        MOVE WS-AD-DAYS(WS-AD-IDX) TO PAD-DAYS
        MOVE WS-AD-LAST-DATE(WS-AD-IDX) TO PAD-LAST-DATE
        MOVE ACTIVE-DAYS-RECORD TO TEMP-ACTIVE-DAYS-RECORD
        WRITE TEMP-ACTIVE-DAYS-RECORD
        ADD 1 TO WS-BS-WRITTEN
    END-PERFORM
    CLOSE TempActiveDaysFile

    CALL "CBL_DELETE_FILE" USING "data/PostingActiveDays.dat"
    CALL "CBL_RENAME_FILE" USING "data/PostingActiveDays.tmp"
        "data/PostingActiveDays.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

ADD-ACTIVE-DAY.
    MOVE "N" TO WS-ROW-FOUND
    PERFORM VARYING WS-AD-IDX FROM 1 BY 1
        UNTIL WS-AD-IDX > WS-AD-COUNT OR WS-ROW-FOUND = "Y"
        IF WS-AD-POSTING-ID(WS-AD-IDX) = JOB-POSTING-ID
            MOVE "Y" TO WS-ROW-FOUND
            IF WS-AD-LAST-DATE(WS-AD-IDX) < WS-TODAY
                ADD 1 TO WS-AD-DAYS(WS-AD-IDX)
                MOVE WS-TODAY TO WS-AD-LAST-DATE(WS-AD-IDX)
            END-IF
        END-IF
    END-PERFORM
    IF WS-ROW-FOUND = "N" AND WS-AD-COUNT < 3000
        PERFORM FIND-BILL-COMPANY
        ADD 1 TO WS-AD-COUNT
        MOVE JOB-POSTING-ID TO WS-AD-POSTING-ID(WS-AD-COUNT)
        MOVE WS-BILL-COMPANY TO WS-AD-COMPANY(WS-AD-COUNT)
        MOVE 1 TO WS-AD-DAYS(WS-AD-COUNT)
        MOVE WS-TODAY TO WS-AD-LAST-DATE(WS-AD-COUNT)
    END-IF.

FIND-BILL-COMPANY.
    *> WS-BILL-COMPANY = the company JOB-POSTED-BY's postings are
    *> billed to.
    MOVE SPACES TO WS-BILL-COMPANY
    PERFORM VARYING WS-PK-IDX FROM 1 BY 1 UNTIL WS-PK-IDX > WS-PK-COUNT
        IF WS-PK-USER(WS-PK-IDX) = JOB-POSTED-BY
            MOVE WS-PK-COMPANY(WS-PK-IDX) TO WS-BILL-COMPANY
            MOVE WS-PK-COUNT TO WS-PK-IDX
        END-IF
    END-PERFORM
    IF WS-BILL-COMPANY = SPACES
        MOVE JOB-POSTED-BY TO WS-PC-USER
        CALL "PostingCredits" USING "C" WS-PC-USER WS-BILL-COMPANY
            WS-THIS-MONTH WS-PC-PLAN WS-PC-ALLOWANCE WS-PC-USED
            WS-PC-REMAINING
        IF WS-BILL-COMPANY NOT = SPACES AND WS-PK-COUNT < 500
            ADD 1 TO WS-PK-COUNT
            MOVE JOB-POSTED-BY TO WS-PK-USER(WS-PK-COUNT)
            MOVE WS-BILL-COMPANY TO WS-PK-COMPANY(WS-PK-COUNT)
        END-IF
    END-IF
    IF WS-BILL-COMPANY = SPACES
        MOVE JOB-COMPANY TO WS-BILL-COMPANY
    END-IF.

CHOOSE-STATEMENT-MONTH.
    *> The last night of a month states that month; any other night
    *> states the month before, but only if it has no statement yet.
    MOVE "N" TO WS-WRITE-STMT
    COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
    IF WS-NEXT-DATE(5:2) NOT = WS-TODAY(5:2)
        MOVE WS-THIS-MONTH TO WS-STMT-MONTH
        PERFORM SET-STATEMENT-PATH
        MOVE "Y" TO WS-WRITE-STMT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-TODAY TO WS-PRIOR-DATE
    MOVE "01" TO WS-PRIOR-DATE(7:2)
    COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-PRIOR-DATE) - 1)
    MOVE WS-PRIOR-DATE(1:6) TO WS-STMT-MONTH
    PERFORM SET-STATEMENT-PATH
    OPEN INPUT StatementFile
    IF WS-STMT-STAT = "35"
        MOVE "Y" TO WS-WRITE-STMT
    END-IF
    CLOSE StatementFile.

SET-STATEMENT-PATH.
    MOVE SPACES TO WS-STATEMENT-PATH
    STRING "data/PostingUsage-" WS-STMT-MONTH ".txt"
        DELIMITED BY SIZE INTO WS-STATEMENT-PATH.

BUILD-STATEMENT.
    MOVE 0 TO WS-ST-COUNT
    MOVE 0 TO WS-PM-COUNT

    *> Every company with a plan row is stated, used or not.
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyPlansFile
    IF WS-CPL-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ CompanyPlansFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE CPL-COMPANY TO WS-BILL-COMPANY
                    PERFORM FIND-STATEMENT-ROW
            END-READ
        END-PERFORM
    END-IF
    CLOSE CompanyPlansFile

    *> Postings opened in the month, and the posting map for the
    *> applications pass.
    MOVE "N" TO WS-EOF
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ JobPostingsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    PERFORM FIND-BILL-COMPANY
                    PERFORM FIND-STATEMENT-ROW
                    IF WS-ST-FOUND > 0
                        IF JOB-POSTED-DATE(1:6) = WS-STMT-MONTH
                            ADD 1 TO WS-ST-OPENED(WS-ST-FOUND)
                        END-IF
                        IF WS-PM-COUNT < 5000
                            ADD 1 TO WS-PM-COUNT
                            MOVE JOB-POSTING-ID TO WS-PM-ID(WS-PM-COUNT)
                            MOVE WS-ST-FOUND TO WS-PM-STMT-IDX(WS-PM-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JobPostingsFile

    MOVE "N" TO WS-EOF
    OPEN INPUT ActiveDaysFile
    IF WS-AD-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ ActiveDaysFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF PAD-MONTH = WS-STMT-MONTH
                        MOVE PAD-COMPANY TO WS-BILL-COMPANY
                        PERFORM FIND-STATEMENT-ROW
                        IF WS-ST-FOUND > 0
                            ADD PAD-DAYS TO WS-ST-DAYS(WS-ST-FOUND)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE ActiveDaysFile

    MOVE "N" TO WS-EOF
    OPEN INPUT JobApplicationsFile
    IF WS-APP-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ JobApplicationsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF APP-DATE(1:6) = WS-STMT-MONTH AND APP-POSTING-ID > 0
                        PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                            UNTIL WS-PM-IDX > WS-PM-COUNT
                            IF WS-PM-ID(WS-PM-IDX) = APP-POSTING-ID
                                ADD 1 TO WS-ST-APPS(WS-PM-STMT-IDX(WS-PM-IDX))
                                MOVE WS-PM-COUNT TO WS-PM-IDX
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JobApplicationsFile.

FIND-STATEMENT-ROW.
    *> WS-ST-FOUND = WS-BILL-COMPANY's statement row, added if new
    *> (0 only when the table is full or the name is blank).
    MOVE 0 TO WS-ST-FOUND
    IF FUNCTION TRIM(WS-BILL-COMPANY) = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-ST-IDX FROM 1 BY 1
        UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-FOUND > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ST-COMPANY(WS-ST-IDX)))
            = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BILL-COMPANY))
            MOVE WS-ST-IDX TO WS-ST-FOUND
        END-IF
    END-PERFORM
    IF WS-ST-FOUND = 0 AND WS-ST-COUNT < 500
        ADD 1 TO WS-ST-COUNT
        MOVE WS-BILL-COMPANY TO WS-ST-COMPANY(WS-ST-COUNT)
        MOVE 0 TO WS-ST-OPENED(WS-ST-COUNT)
        MOVE 0 TO WS-ST-DAYS(WS-ST-COUNT)
        MOVE 0 TO WS-ST-APPS(WS-ST-COUNT)
        MOVE WS-ST-COUNT TO WS-ST-FOUND
    END-IF.

WRITE-STATEMENT.
    OPEN OUTPUT StatementFile
    MOVE SPACES TO STATEMENT-LINE
    STRING "Posting usage statement for " WS-STMT-MONTH
        " - produced " WS-TODAY DELIMITED BY SIZE
        INTO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-BS-WRITTEN

    IF WS-ST-COUNT = 0
        MOVE "No company posted or held a plan this month."
            TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ST-COUNT
        MOVE SPACES TO WS-PC-USER
        CALL "PostingCredits" USING "K" WS-PC-USER WS-ST-COMPANY(I)
            WS-STMT-MONTH WS-PC-PLAN WS-PC-ALLOWANCE WS-PC-USED
            WS-PC-REMAINING
        MOVE SPACES TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        STRING "Company: " FUNCTION TRIM(WS-ST-COMPANY(I))
            "   Plan: " FUNCTION TRIM(WS-PC-PLAN)
            "   Credits allowed: " WS-PC-ALLOWANCE
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        STRING "  Postings opened: " WS-ST-OPENED(I)
            "   Days active: " WS-ST-DAYS(I)
            "   Applications received: " WS-ST-APPS(I)
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        ADD 3 TO WS-BS-WRITTEN
    END-PERFORM
    CLOSE StatementFile.

END PROGRAM PostingUsageStatement.
