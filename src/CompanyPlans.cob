>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CompanyPlans.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompanyPlansFile ASSIGN TO "data/CompanyPlans.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CPL-STAT.
    SELECT TempPlansFile ASSIGN TO "data/CompanyPlans.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT CompanyMembersFile ASSIGN TO "data/CompanyMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CM-STAT.
    SELECT CompanyProfileFile ASSIGN TO "data/CompanyProfiles.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CP-STAT.

DATA DIVISION.
FILE SECTION.
FD CompanyPlansFile.
01 COMPANY-PLAN-RECORD.
       05 CPL-COMPANY         PIC X(50).
       05 CPL-PLAN            PIC X(10).
       05 CPL-MONTHLY-CREDITS PIC 9(4).
       05 CPL-EXTRA-MONTH     PIC 9(6).
       05 CPL-EXTRA-CREDITS   PIC 9(4).

FD TempPlansFile.
01 TEMP-PLAN-RECORD PIC X(74).

FD CompanyMembersFile.
01 COMPANY-MEMBER-RECORD.
       05 CM-COMPANY   PIC X(50).
       05 CM-USERNAME  PIC X(30).
       05 CM-ROLE      PIC X(01).

FD CompanyProfileFile.
01 COMPANY-PROFILE-RECORD.
       05 CP-USERNAME      PIC X(30).
       05 CP-COMPANY-NAME  PIC X(50).
       05 CP-INDUSTRY      PIC X(50).
       05 CP-SIZE          PIC X(20).
       05 CP-DESCRIPTION   PIC X(200).
       05 CP-LOCATIONS     PIC X(100).

WORKING-STORAGE SECTION.
*> Admin screen over data/CompanyPlans.dat: lists every company
*> (CompanyMembers.dat companies and company pages) with its plan and
*> this month's credit use from PostingCredits.cob, then lets the
*> admin move one to another plan or grant it extra posting credits
*> for the current month. Grants for the same month add up; a grant
*> in a new month replaces last month's. Each change is written to
*> AdminAudit.dat under the logged-in admin.
77 WS-RECOVER-DAT PIC X(60) VALUE "data/CompanyPlans.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/CompanyPlans.tmp".
77 WS-CPL-STAT     PIC XX VALUE SPACES.
77 WS-CM-STAT      PIC XX VALUE SPACES.
77 WS-CP-STAT      PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-LOCK-RESULT  PIC X VALUE SPACE.
77 WS-UPDATED      PIC X VALUE "N".
77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-THIS-MONTH   PIC 9(6) VALUE 0.
77 WS-CHOICE-RAW   PIC X(4) VALUE SPACES.
77 WS-CHOICE       PIC 9(4) VALUE 0.
77 WS-ACTION       PIC X(4) VALUE SPACES.
77 WS-AMOUNT-RAW   PIC X(6) VALUE SPACES.
77 WS-AMOUNT       PIC 9(4) VALUE 0.
77 I               PIC 9(4) VALUE 0.

*> Plans on offer. PostingCredits.cob's default plan is kept equal
*> to BASIC.
01 WS-PLAN-VALUES.
    05 FILLER PIC X(10) VALUE "BASIC".
    05 FILLER PIC 9(4)  VALUE 3.
    05 FILLER PIC X(10) VALUE "STANDARD".
    05 FILLER PIC 9(4)  VALUE 10.
    05 FILLER PIC X(10) VALUE "PREMIUM".
    05 FILLER PIC 9(4)  VALUE 25.
01 WS-PLAN-TABLE REDEFINES WS-PLAN-VALUES.
    05 WS-PLAN-ROW OCCURS 3 TIMES.
        10 WS-PLAN-NAME    PIC X(10).
        10 WS-PLAN-CREDITS PIC 9(4).
77 WS-PLAN-TOTAL   PIC 9 VALUE 3.

77 WS-CO-COUNT     PIC 9(4) VALUE 0.
01 WS-COMPANY-TABLE.
   05 WS-CO-ROW OCCURS 200 TIMES.
       10 WS-CO-NAME      PIC X(50).
77 WS-CO-IDX       PIC 9(4) VALUE 0.
77 WS-CO-SEEN      PIC X VALUE "N".
77 WS-CANDIDATE    PIC X(50) VALUE SPACES.

*> The chosen company and the change being made to its plan row.
77 WS-SEL-COMPANY  PIC X(50) VALUE SPACES.
77 WS-NEW-PLAN     PIC X(10) VALUE SPACES.
77 WS-NEW-MONTHLY  PIC 9(4) VALUE 0.
77 WS-GRANT        PIC 9(4) VALUE 0.

*> PostingCredits.cob parameters.
77 WS-PC-USER      PIC X(30) VALUE SPACES.
77 WS-PC-PLAN      PIC X(10) VALUE SPACES.
77 WS-PC-ALLOWANCE PIC 9(4) VALUE 0.
77 WS-PC-USED      PIC 9(4) VALUE 0.
77 WS-PC-REMAINING PIC 9(4) VALUE 0.

77 WS-AUDIT-ACTOR  PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.

MAIN-LOGIC.
    DISPLAY "--- Company Posting Plans ---"
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY(1:6) TO WS-THIS-MONTH
    PERFORM LOAD-COMPANIES

    IF WS-CO-COUNT = 0
        DISPLAY "No companies are on file yet."
        GOBACK
    END-IF

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CO-COUNT
        CALL "PostingCredits" USING "K" WS-PC-USER WS-CO-NAME(I)
            WS-THIS-MONTH WS-PC-PLAN WS-PC-ALLOWANCE WS-PC-USED
            WS-PC-REMAINING
        DISPLAY I ". " FUNCTION TRIM(WS-CO-NAME(I)) " - plan "
            FUNCTION TRIM(WS-PC-PLAN) ", " WS-PC-USED " of "
            WS-PC-ALLOWANCE " credit(s) used this month"
    END-PERFORM

    DISPLAY " "
    DISPLAY "Enter the number of a company, or 0 to cancel:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
        MOVE 0 TO WS-CHOICE
    END-IF
    IF WS-CHOICE = 0 OR WS-CHOICE > WS-CO-COUNT
        GOBACK
    END-IF
    MOVE WS-CO-NAME(WS-CHOICE) TO WS-SEL-COMPANY

    DISPLAY "1. Change plan"
    DISPLAY "2. Grant extra posting credits for this month"
    DISPLAY "3. Cancel"
    ACCEPT WS-ACTION

    EVALUATE FUNCTION TRIM(WS-ACTION)
        WHEN "1"
            PERFORM CHANGE-PLAN
        WHEN "2"
            PERFORM GRANT-CREDITS
        WHEN OTHER
            DISPLAY "No changes made."
    END-EVALUATE
    GOBACK.

CHANGE-PLAN.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLAN-TOTAL
        DISPLAY I ". " FUNCTION TRIM(WS-PLAN-NAME(I)) " - "
            WS-PLAN-CREDITS(I) " posting(s) per month"
    END-PERFORM
    DISPLAY "Enter the number of the new plan, or 0 to cancel:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
        MOVE 0 TO WS-CHOICE
    END-IF
    IF WS-CHOICE = 0 OR WS-CHOICE > WS-PLAN-TOTAL
        DISPLAY "No changes made."
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PLAN-NAME(WS-CHOICE) TO WS-NEW-PLAN
    MOVE WS-PLAN-CREDITS(WS-CHOICE) TO WS-NEW-MONTHLY
    MOVE 0 TO WS-GRANT
    PERFORM SAVE-PLAN-ROW

    MOVE SPACES TO WS-AUDIT-ACTION
    STRING "COMPANY PLAN SET TO " WS-NEW-PLAN DELIMITED BY SIZE
        INTO WS-AUDIT-ACTION
    MOVE WS-SEL-COMPANY TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    DISPLAY FUNCTION TRIM(WS-SEL-COMPANY) " is now on the "
        FUNCTION TRIM(WS-NEW-PLAN) " plan.".

GRANT-CREDITS.
    DISPLAY "How many extra posting credits for this month (1-999)?"
    ACCEPT WS-AMOUNT-RAW
    IF FUNCTION TRIM(WS-AMOUNT-RAW) IS NUMERIC AND FUNCTION TRIM(WS-AMOUNT-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-AMOUNT-RAW) TO WS-AMOUNT
    ELSE
        MOVE 0 TO WS-AMOUNT
    END-IF
    IF WS-AMOUNT = 0 OR WS-AMOUNT > 999
        DISPLAY "No credits granted."
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-NEW-PLAN
    MOVE 0 TO WS-NEW-MONTHLY
    MOVE WS-AMOUNT TO WS-GRANT
    PERFORM SAVE-PLAN-ROW

    MOVE SPACES TO WS-AUDIT-ACTION
    STRING "POSTING CREDITS GRANTED +" WS-AMOUNT DELIMITED BY SIZE
        INTO WS-AUDIT-ACTION
    MOVE WS-SEL-COMPANY TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    DISPLAY WS-AMOUNT " extra posting credit(s) granted to "
        FUNCTION TRIM(WS-SEL-COMPANY) " for this month.".

SAVE-PLAN-ROW.
    *> Upserts WS-SEL-COMPANY's row by the rebuild-via-temp-file
    *> pattern EmployerProfile.cob's SAVE-COMPANY-PROFILE uses. A
    *> blank WS-NEW-PLAN keeps the plan (a company with no row yet
    *> starts on BASIC); a nonzero WS-GRANT adds to this month's
    *> extra credits.
    MOVE "N" TO WS-UPDATED
    MOVE "N" TO WS-EOF
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN OUTPUT TempPlansFile
    OPEN INPUT CompanyPlansFile
    IF WS-CPL-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ CompanyPlansFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CPL-COMPANY))
                        = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEL-COMPANY))
                        PERFORM APPLY-PLAN-CHANGE
                        MOVE "Y" TO WS-UPDATED
                    END-IF
                    MOVE COMPANY-PLAN-RECORD TO TEMP-PLAN-RECORD
                    WRITE TEMP-PLAN-RECORD
            END-READ
        END-PERFORM
    END-IF
    CLOSE CompanyPlansFile

    IF WS-UPDATED = "N"
        MOVE SPACES TO COMPANY-PLAN-RECORD
        MOVE WS-SEL-COMPANY TO CPL-COMPANY
        MOVE WS-PLAN-NAME(1) TO CPL-PLAN
        MOVE WS-PLAN-CREDITS(1) TO CPL-MONTHLY-CREDITS
        MOVE 0 TO CPL-EXTRA-MONTH
        MOVE 0 TO CPL-EXTRA-CREDITS
        PERFORM APPLY-PLAN-CHANGE
        MOVE COMPANY-PLAN-RECORD TO TEMP-PLAN-RECORD
        WRITE TEMP-PLAN-RECORD
    END-IF
    CLOSE TempPlansFile

    CALL "CBL_DELETE_FILE" USING "data/CompanyPlans.dat"
    CALL "CBL_RENAME_FILE" USING "data/CompanyPlans.tmp"
        "data/CompanyPlans.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

APPLY-PLAN-CHANGE.
    IF WS-NEW-PLAN NOT = SPACES
        MOVE WS-NEW-PLAN TO CPL-PLAN
        MOVE WS-NEW-MONTHLY TO CPL-MONTHLY-CREDITS
    END-IF
    IF WS-GRANT > 0
        IF CPL-EXTRA-MONTH = WS-THIS-MONTH
            ADD WS-GRANT TO CPL-EXTRA-CREDITS
        ELSE
            MOVE WS-THIS-MONTH TO CPL-EXTRA-MONTH
            MOVE WS-GRANT TO CPL-EXTRA-CREDITS
        END-IF
    END-IF.

LOAD-COMPANIES.
    *> Distinct company names, case-insensitively, from the seats in
    *> CompanyMembers.dat and then the company pages.
    MOVE 0 TO WS-CO-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyMembersFile
    IF WS-CM-STAT = "35"
        CLOSE CompanyMembersFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ CompanyMembersFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE CM-COMPANY TO WS-CANDIDATE
                    PERFORM ADD-COMPANY
            END-READ
        END-PERFORM
        CLOSE CompanyMembersFile
    END-IF

    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyProfileFile
    IF WS-CP-STAT = "35"
        CLOSE CompanyProfileFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ CompanyProfileFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE CP-COMPANY-NAME TO WS-CANDIDATE
                    PERFORM ADD-COMPANY
            END-READ
        END-PERFORM
        CLOSE CompanyProfileFile
    END-IF.

ADD-COMPANY.
    IF FUNCTION TRIM(WS-CANDIDATE) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-CO-SEEN
    PERFORM VARYING WS-CO-IDX FROM 1 BY 1
        UNTIL WS-CO-IDX > WS-CO-COUNT OR WS-CO-SEEN = "Y"
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-NAME(WS-CO-IDX)))
            = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CANDIDATE))
            MOVE "Y" TO WS-CO-SEEN
        END-IF
    END-PERFORM
    IF WS-CO-SEEN = "N" AND WS-CO-COUNT < 200
        ADD 1 TO WS-CO-COUNT
        MOVE WS-CANDIDATE TO WS-CO-NAME(WS-CO-COUNT)
    END-IF.

END PROGRAM CompanyPlans.
