>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PostingCredits.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompanyPlansFile ASSIGN TO "data/CompanyPlans.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CPL-STAT.
    SELECT CompanyMembersFile ASSIGN TO "data/CompanyMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CM-STAT.
    SELECT CompanyProfileFile ASSIGN TO "data/CompanyProfiles.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CP-STAT.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JOB-STAT.

DATA DIVISION.
FILE SECTION.
FD CompanyPlansFile.
01 COMPANY-PLAN-RECORD.
       05 CPL-COMPANY         PIC X(50).
       05 CPL-PLAN            PIC X(10).
       05 CPL-MONTHLY-CREDITS PIC 9(4).
       05 CPL-EXTRA-MONTH     PIC 9(6).
       05 CPL-EXTRA-CREDITS   PIC 9(4).

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

WORKING-STORAGE SECTION.
*> Posting credits. Each company has a plan in data/CompanyPlans.dat
*> (maintained from the admin menu by CompanyPlans.cob) giving the
*> number of postings it may open per calendar month, plus any extra
*> credits an admin granted for one particular month. Every posting
*> opened in the month - by any CompanyMembers.dat seat at the
*> company, or by an employer whose company page (CompanyProfiles.dat)
*> names it - uses one credit; a withdrawn posting no longer counts.
*> A company with no plan row is on the default plan below.
*>
*> "C" resolves LK-USER-NAME's company into LK-COMPANY only: their
*> CompanyMembers.dat seat, else their own company page, else blank
*> (an employer with neither is a company of one and only their own
*> postings count).
*> "U" resolves the company the same way and then answers as "K".
*> "K" returns LK-COMPANY's plan, allowance (monthly credits plus any
*> extra granted for LK-MONTH), credits used in LK-MONTH (YYYYMM) and
*> credits remaining.
77 WS-CPL-STAT    PIC XX VALUE SPACES.
77 WS-CM-STAT     PIC XX VALUE SPACES.
77 WS-CP-STAT     PIC XX VALUE SPACES.
77 WS-JOB-STAT    PIC XX VALUE SPACES.
77 WS-EOF         PIC X VALUE "N".

*> Kept equal to the BASIC plan in CompanyPlans.cob's plan table.
77 WS-DEFAULT-PLAN    PIC X(10) VALUE "BASIC".
77 WS-DEFAULT-CREDITS PIC 9(4) VALUE 3.

77 WS-KEY-COMPANY PIC X(50) VALUE SPACES.
77 WS-TEAM-COUNT  PIC 9(4) VALUE 0.
01 WS-TEAM-TABLE.
   05 WS-TEAM-MEMBER OCCURS 100 TIMES PIC X(30).
77 WS-TEAM-IDX    PIC 9(4) VALUE 0.
77 WS-IN-TEAM     PIC X VALUE "N".
77 WS-CHECK-USER  PIC X(30) VALUE SPACES.

LINKAGE SECTION.
01 LK-FUNCTION  PIC X.
01 LK-USER-NAME PIC X(30).
01 LK-COMPANY   PIC X(50).
01 LK-MONTH     PIC 9(6).
01 LK-PLAN      PIC X(10).
01 LK-ALLOWANCE PIC 9(4).
01 LK-USED      PIC 9(4).
01 LK-REMAINING PIC 9(4).

PROCEDURE DIVISION USING LK-FUNCTION LK-USER-NAME LK-COMPANY LK-MONTH
    LK-PLAN LK-ALLOWANCE LK-USED LK-REMAINING.
MAIN-LOGIC.
    EVALUATE LK-FUNCTION
        WHEN "C"
            PERFORM RESOLVE-COMPANY
        WHEN "U"
            PERFORM RESOLVE-COMPANY
            PERFORM COMPUTE-CREDITS
        WHEN "K"
            MOVE SPACES TO LK-USER-NAME
            PERFORM COMPUTE-CREDITS
    END-EVALUATE
    GOBACK.

RESOLVE-COMPANY.
    MOVE SPACES TO LK-COMPANY
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
                    IF FUNCTION TRIM(CM-USERNAME) = FUNCTION TRIM(LK-USER-NAME)
                        MOVE CM-COMPANY TO LK-COMPANY
                        MOVE "Y" TO WS-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CompanyMembersFile
    END-IF
    IF LK-COMPANY NOT = SPACES
        EXIT PARAGRAPH
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
                    IF FUNCTION TRIM(CP-USERNAME) = FUNCTION TRIM(LK-USER-NAME)
                        MOVE CP-COMPANY-NAME TO LK-COMPANY
                        MOVE "Y" TO WS-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CompanyProfileFile
    END-IF.

COMPUTE-CREDITS.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-COMPANY)) TO WS-KEY-COMPANY
    PERFORM LOAD-PLAN
    PERFORM LOAD-TEAM
    PERFORM COUNT-OPENED
    IF LK-USED < LK-ALLOWANCE
        COMPUTE LK-REMAINING = LK-ALLOWANCE - LK-USED
    ELSE
        MOVE 0 TO LK-REMAINING
    END-IF.

LOAD-PLAN.
    MOVE WS-DEFAULT-PLAN TO LK-PLAN
    MOVE WS-DEFAULT-CREDITS TO LK-ALLOWANCE
    IF WS-KEY-COMPANY = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyPlansFile
    IF WS-CPL-STAT = "35"
        CLOSE CompanyPlansFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyPlansFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(CPL-COMPANY)) = WS-KEY-COMPANY
                    MOVE CPL-PLAN TO LK-PLAN
                    MOVE CPL-MONTHLY-CREDITS TO LK-ALLOWANCE
                    IF CPL-EXTRA-MONTH = LK-MONTH
                        ADD CPL-EXTRA-CREDITS TO LK-ALLOWANCE
                    END-IF
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyPlansFile.

LOAD-TEAM.
    *> Everyone whose postings draw on this company's credits.
    MOVE 0 TO WS-TEAM-COUNT
    IF WS-KEY-COMPANY = SPACES
        MOVE 1 TO WS-TEAM-COUNT
        MOVE LK-USER-NAME TO WS-TEAM-MEMBER(1)
        EXIT PARAGRAPH
    END-IF

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
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CM-COMPANY)) = WS-KEY-COMPANY
                        AND WS-TEAM-COUNT < 100
                        ADD 1 TO WS-TEAM-COUNT
                        MOVE CM-USERNAME TO WS-TEAM-MEMBER(WS-TEAM-COUNT)
                    END-IF
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
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CP-COMPANY-NAME)) = WS-KEY-COMPANY
                        MOVE CP-USERNAME TO WS-CHECK-USER
                        PERFORM CHECK-IN-TEAM
                        IF WS-IN-TEAM = "N" AND WS-TEAM-COUNT < 100
                            ADD 1 TO WS-TEAM-COUNT
                            MOVE CP-USERNAME TO WS-TEAM-MEMBER(WS-TEAM-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CompanyProfileFile
    END-IF.

COUNT-OPENED.
    MOVE 0 TO LK-USED
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
                IF JOB-POSTED-DATE(1:6) = LK-MONTH
                    MOVE JOB-POSTED-BY TO WS-CHECK-USER
                    PERFORM CHECK-IN-TEAM
                    IF WS-IN-TEAM = "Y"
                        ADD 1 TO LK-USED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile.

CHECK-IN-TEAM.
    *> Is WS-CHECK-USER one of WS-TEAM-MEMBER?
    MOVE "N" TO WS-IN-TEAM
    PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
        UNTIL WS-TEAM-IDX > WS-TEAM-COUNT OR WS-IN-TEAM = "Y"
        IF FUNCTION TRIM(WS-TEAM-MEMBER(WS-TEAM-IDX)) = FUNCTION TRIM(WS-CHECK-USER)
            MOVE "Y" TO WS-IN-TEAM
        END-IF
    END-PERFORM.

END PROGRAM PostingCredits.
