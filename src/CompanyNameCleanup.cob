>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CompanyNameCleanup.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempJobFile ASSIGN TO "data/JobPostings.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT CompanyMembersFile ASSIGN TO "data/CompanyMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempMembersFile ASSIGN TO "data/CompanyMembers.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT CompanyXrefFile ASSIGN TO "data/CompanyXref.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempXrefFile ASSIGN TO "data/CompanyXref.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT CompanyPlansFile ASSIGN TO "data/CompanyPlans.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STAT.
    SELECT TempPlansFile ASSIGN TO "data/CompanyPlans.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ReportFile ASSIGN TO "data/CompanyNameCleanup.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

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

FD TempJobFile.
01 TEMP-JOB-RECORD PIC X(486).

FD CompanyMembersFile.
01 COMPANY-MEMBER-RECORD.
       05 CM-COMPANY   PIC X(50).
       05 CM-USERNAME  PIC X(30).
       05 CM-ROLE      PIC X(01).

FD TempMembersFile.
01 TEMP-MEMBER-RECORD PIC X(81).

FD CompanyXrefFile.
01 COMPANY-XREF-RECORD.
   05 CX-COMPANY  PIC X(50).
   05 CX-USERNAME PIC X(30).

FD TempXrefFile.
01 TEMP-XREF-RECORD PIC X(80).

FD CompanyPlansFile.
01 COMPANY-PLAN-RECORD.
       05 CPL-COMPANY         PIC X(50).
       05 CPL-PLAN            PIC X(10).
       05 CPL-MONTHLY-CREDITS PIC 9(4).
       05 CPL-EXTRA-MONTH     PIC 9(6).
       05 CPL-EXTRA-CREDITS   PIC 9(4).

FD TempPlansFile.
01 TEMP-PLAN-RECORD PIC X(74).

FD ReportFile.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Finds employer names stored under a spelling other than the
*> canonical one in the company master table (CompanyNames.cob) -
*> "ACME Inc." where admins have listed it as an alias of "Acme" -
*> in JobPostings.dat (JOB-COMPANY), CompanyMembers.dat (CM-COMPANY)
*> and CompanyXref.dat (CX-COMPANY), and writes them to
*> data/CompanyNameCleanup.txt with a row count per variant.
*>
*> Run as a NightlyBatch step (no parameter) it only reports. Called
*> with LK-MODE "A" - CompanyMaster.cob's apply option, after an
*> admin has read the report and confirmed - it also rewrites every
*> variant to its canonical name, all four files in one update-lock
*> window. CompanyPlans.dat is rewritten with them, because
*> PostingCredits.cob finds a company's plan by the same name as its
*> CompanyMembers rows; a plan row whose canonical name already has a
*> plan of its own is left alone and listed for an admin to settle.
*> Names not in the master table are never touched.
77 WS-FILE-STAT     PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-APPLY         PIC X VALUE "N".
77 WS-LOCK-RESULT   PIC X VALUE SPACE.
77 WS-RECOVER-DAT   PIC X(60) VALUE SPACES.
77 WS-RECOVER-TMP   PIC X(60) VALUE SPACES.
77 WS-CUR-FILE      PIC X(20) VALUE SPACES.
77 WS-COMPANY       PIC X(50) VALUE SPACES.
77 WS-CANONICAL     PIC X(50) VALUE SPACES.
77 WS-CO-FOUND      PIC X VALUE "N".
77 WS-CO-FUNCTION   PIC X VALUE SPACE.
77 WS-IS-VARIANT    PIC X VALUE "N".
77 WS-VARIANT-ROWS  PIC 9(7) VALUE 0.
77 WS-REWRITTEN     PIC 9(7) VALUE 0.
77 WS-KEY           PIC X(50) VALUE SPACES.
77 WS-SEEN          PIC X VALUE "N".
77 WS-PLAN-CLASH    PIC X VALUE "N".
77 I                PIC 9(4) VALUE 0.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

*> One row per (file, variant spelling) found.
77 WS-VARIANT-COUNT PIC 9(4) VALUE 0.
01 WS-VARIANT-TABLE.
   05 WS-VARIANT-ROW OCCURS 500 TIMES.
       10 WS-V-FILE      PIC X(20).
       10 WS-V-NAME      PIC X(50).
       10 WS-V-CANONICAL PIC X(50).
       10 WS-V-ROWS      PIC 9(5).

*> Canonical names that have a CompanyPlans.dat row, and how many.
77 WS-PLAN-COUNT    PIC 9(4) VALUE 0.
77 WS-PLAN-CONFLICTS PIC 9(4) VALUE 0.
01 WS-PLAN-TABLE.
   05 WS-PLAN-ROW OCCURS 500 TIMES.
       10 WS-PL-KEY      PIC X(50).
       10 WS-PL-ROWS     PIC 9(3).

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.
*> Set by a failing step and handed back as RETURN-CODE after the
*> BatchStats call, which would otherwise reset it.
77 WS-STEP-RC    PIC 9(4) VALUE 0.

LINKAGE SECTION.
01 LK-MODE PIC X.

PROCEDURE DIVISION USING LK-MODE.
MAIN-LOGIC.
    MOVE 0 TO WS-STEP-RC
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    MOVE "N" TO WS-APPLY
    IF ADDRESS OF LK-MODE NOT = NULL
        IF LK-MODE = "A"
            MOVE "Y" TO WS-APPLY
        END-IF
    END-IF
    DISPLAY "=== Company Name Cleanup ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    MOVE "JobPostings.dat" TO WS-GUARD-FILE
    MOVE 4 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        MOVE 8 TO WS-STEP-RC
        CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
        MOVE WS-STEP-RC TO RETURN-CODE
        GOBACK
    END-IF

    MOVE "R" TO WS-CO-FUNCTION
    CALL "CompanyNames" USING WS-CO-FUNCTION WS-COMPANY WS-CANONICAL
        WS-CO-FOUND
    MOVE "C" TO WS-CO-FUNCTION
    MOVE 0 TO WS-VARIANT-COUNT
    MOVE 0 TO WS-VARIANT-ROWS
    MOVE 0 TO WS-REWRITTEN
    MOVE 0 TO WS-PLAN-CONFLICTS

    IF WS-APPLY = "Y"
        CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    END-IF
    PERFORM CLEAN-JOB-POSTINGS
    PERFORM CLEAN-COMPANY-MEMBERS
    PERFORM CLEAN-COMPANY-XREF
    PERFORM LOAD-PLAN-KEYS
    PERFORM CLEAN-COMPANY-PLANS
    IF WS-APPLY = "Y"
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
    END-IF

    PERFORM WRITE-REPORT

    IF WS-APPLY = "Y"
        DISPLAY WS-REWRITTEN " variant spellings rewritten to their "
            "canonical names. See data/CompanyNameCleanup.txt."
    ELSE
        DISPLAY WS-VARIANT-ROWS " rows use a variant company spelling. "
            "See data/CompanyNameCleanup.txt."
    END-IF
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    MOVE WS-STEP-RC TO RETURN-CODE
    GOBACK.

CLEAN-JOB-POSTINGS.
    MOVE "JobPostings.dat" TO WS-CUR-FILE
    MOVE "data/JobPostings.dat" TO WS-RECOVER-DAT
    MOVE "data/JobPostings.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT JobPostingsFile
    IF WS-FILE-STAT = "35"
        CLOSE JobPostingsFile
        EXIT PARAGRAPH
    END-IF
    IF WS-APPLY = "Y"
        OPEN OUTPUT TempJobFile
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobPostingsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE JOB-COMPANY TO WS-COMPANY
                PERFORM CHECK-VARIANT
                IF WS-APPLY = "Y"
                    IF WS-IS-VARIANT = "Y"
                        MOVE WS-CANONICAL TO JOB-COMPANY
                        ADD 1 TO WS-REWRITTEN
                    END-IF
                    MOVE JOB-POSTING-RECORD TO TEMP-JOB-RECORD
                    WRITE TEMP-JOB-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile
    IF WS-APPLY = "Y"
        CLOSE TempJobFile
        CALL "CBL_DELETE_FILE" USING "data/JobPostings.dat"
        CALL "CBL_RENAME_FILE" USING "data/JobPostings.tmp"
            "data/JobPostings.dat"
    END-IF.

CLEAN-COMPANY-MEMBERS.
    MOVE "CompanyMembers.dat" TO WS-CUR-FILE
    MOVE "data/CompanyMembers.dat" TO WS-RECOVER-DAT
    MOVE "data/CompanyMembers.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyMembersFile
    IF WS-FILE-STAT = "35"
        CLOSE CompanyMembersFile
        EXIT PARAGRAPH
    END-IF
    IF WS-APPLY = "Y"
        OPEN OUTPUT TempMembersFile
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyMembersFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE CM-COMPANY TO WS-COMPANY
                PERFORM CHECK-VARIANT
                IF WS-APPLY = "Y"
                    IF WS-IS-VARIANT = "Y"
                        MOVE WS-CANONICAL TO CM-COMPANY
                        ADD 1 TO WS-REWRITTEN
                    END-IF
                    MOVE COMPANY-MEMBER-RECORD TO TEMP-MEMBER-RECORD
                    WRITE TEMP-MEMBER-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyMembersFile
    IF WS-APPLY = "Y"
        CLOSE TempMembersFile
        CALL "CBL_DELETE_FILE" USING "data/CompanyMembers.dat"
        CALL "CBL_RENAME_FILE" USING "data/CompanyMembers.tmp"
            "data/CompanyMembers.dat"
    END-IF.

CLEAN-COMPANY-XREF.
    MOVE "CompanyXref.dat" TO WS-CUR-FILE
    MOVE "data/CompanyXref.dat" TO WS-RECOVER-DAT
    MOVE "data/CompanyXref.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyXrefFile
    IF WS-FILE-STAT = "35"
        CLOSE CompanyXrefFile
        EXIT PARAGRAPH
    END-IF
    IF WS-APPLY = "Y"
        OPEN OUTPUT TempXrefFile
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyXrefFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE CX-COMPANY TO WS-COMPANY
                PERFORM CHECK-VARIANT
                IF WS-APPLY = "Y"
                    IF WS-IS-VARIANT = "Y"
                        MOVE WS-CANONICAL TO CX-COMPANY
                        ADD 1 TO WS-REWRITTEN
                    END-IF
                    MOVE COMPANY-XREF-RECORD TO TEMP-XREF-RECORD
                    WRITE TEMP-XREF-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyXrefFile
    IF WS-APPLY = "Y"
        CLOSE TempXrefFile
        CALL "CBL_DELETE_FILE" USING "data/CompanyXref.dat"
        CALL "CBL_RENAME_FILE" USING "data/CompanyXref.tmp"
            "data/CompanyXref.dat"
    END-IF.

LOAD-PLAN-KEYS.
    *> How many plan rows each canonical company name would end up
    *> with, so CLEAN-COMPANY-PLANS never creates a second plan for a
    *> company.
    MOVE 0 TO WS-PLAN-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyPlansFile
    IF WS-FILE-STAT = "35"
        CLOSE CompanyPlansFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyPlansFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE CPL-COMPANY TO WS-COMPANY
                CALL "CompanyNames" USING WS-CO-FUNCTION WS-COMPANY
                    WS-CANONICAL WS-CO-FOUND
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CANONICAL)) TO WS-KEY
                MOVE "N" TO WS-SEEN
                PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > WS-PLAN-COUNT OR WS-SEEN = "Y"
                    IF WS-PL-KEY(I) = WS-KEY
                        ADD 1 TO WS-PL-ROWS(I)
                        MOVE "Y" TO WS-SEEN
                    END-IF
                END-PERFORM
                IF WS-SEEN = "N" AND WS-PLAN-COUNT < 500
                    ADD 1 TO WS-PLAN-COUNT
                    MOVE WS-KEY TO WS-PL-KEY(WS-PLAN-COUNT)
                    MOVE 1 TO WS-PL-ROWS(WS-PLAN-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyPlansFile.

CLEAN-COMPANY-PLANS.
    MOVE "CompanyPlans.dat" TO WS-CUR-FILE
    MOVE "data/CompanyPlans.dat" TO WS-RECOVER-DAT
    MOVE "data/CompanyPlans.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyPlansFile
    IF WS-FILE-STAT = "35"
        CLOSE CompanyPlansFile
        EXIT PARAGRAPH
    END-IF
    IF WS-APPLY = "Y"
        OPEN OUTPUT TempPlansFile
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyPlansFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE CPL-COMPANY TO WS-COMPANY
                PERFORM CHECK-PLAN-CONFLICT
                PERFORM CHECK-VARIANT
                IF WS-IS-VARIANT = "Y" AND WS-PLAN-CLASH = "Y"
                    ADD 1 TO WS-PLAN-CONFLICTS
                END-IF
                IF WS-APPLY = "Y"
                    IF WS-IS-VARIANT = "Y" AND WS-PLAN-CLASH = "N"
                        MOVE WS-CANONICAL TO CPL-COMPANY
                        ADD 1 TO WS-REWRITTEN
                    END-IF
                    MOVE COMPANY-PLAN-RECORD TO TEMP-PLAN-RECORD
                    WRITE TEMP-PLAN-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyPlansFile
    IF WS-APPLY = "Y"
        CLOSE TempPlansFile
        CALL "CBL_DELETE_FILE" USING "data/CompanyPlans.dat"
        CALL "CBL_RENAME_FILE" USING "data/CompanyPlans.tmp"
            "data/CompanyPlans.dat"
    END-IF.

CHECK-PLAN-CONFLICT.
    *> WS-PLAN-CLASH "Y" when the row's canonical name would carry more
    *> than one plan row; such a variant keeps its spelling and is
    *> tallied under "CompanyPlans.dat *" so the report sets it apart.
    MOVE "N" TO WS-PLAN-CLASH
    MOVE "CompanyPlans.dat" TO WS-CUR-FILE
    CALL "CompanyNames" USING WS-CO-FUNCTION WS-COMPANY WS-CANONICAL
        WS-CO-FOUND
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CANONICAL)) TO WS-KEY
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLAN-COUNT
        IF WS-PL-KEY(I) = WS-KEY AND WS-PL-ROWS(I) > 1
            MOVE "Y" TO WS-PLAN-CLASH
        END-IF
    END-PERFORM
    IF WS-PLAN-CLASH = "Y"
        MOVE "CompanyPlans.dat *" TO WS-CUR-FILE
    END-IF.

CHECK-VARIANT.
    *> WS-IS-VARIANT "Y" when WS-COMPANY is a listed spelling whose
    *> canonical name is written differently; tallied per file and
    *> spelling in WS-VARIANT-TABLE.
    MOVE "N" TO WS-IS-VARIANT
    IF FUNCTION TRIM(WS-COMPANY) = SPACES
        EXIT PARAGRAPH
    END-IF
    CALL "CompanyNames" USING WS-CO-FUNCTION WS-COMPANY WS-CANONICAL
        WS-CO-FOUND
    IF WS-CO-FOUND = "N"
        OR FUNCTION TRIM(WS-CANONICAL) = FUNCTION TRIM(WS-COMPANY)
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-IS-VARIANT
    ADD 1 TO WS-VARIANT-ROWS
    MOVE "N" TO WS-SEEN
    PERFORM VARYING I FROM 1 BY 1
        UNTIL I > WS-VARIANT-COUNT OR WS-SEEN = "Y"
        IF WS-V-FILE(I) = WS-CUR-FILE AND WS-V-NAME(I) = WS-COMPANY
            ADD 1 TO WS-V-ROWS(I)
            MOVE "Y" TO WS-SEEN
        END-IF
    END-PERFORM
    IF WS-SEEN = "N" AND WS-VARIANT-COUNT < 500
        ADD 1 TO WS-VARIANT-COUNT
        MOVE WS-CUR-FILE TO WS-V-FILE(WS-VARIANT-COUNT)
        MOVE WS-COMPANY TO WS-V-NAME(WS-VARIANT-COUNT)
        MOVE WS-CANONICAL TO WS-V-CANONICAL(WS-VARIANT-COUNT)
        MOVE 1 TO WS-V-ROWS(WS-VARIANT-COUNT)
    END-IF.

WRITE-REPORT.
    OPEN OUTPUT ReportFile
    MOVE SPACES TO REPORT-LINE
    IF WS-APPLY = "Y"
        STRING "Company name cleanup - variant spellings rewritten, "
            WS-TODAY DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "Company name cleanup - variant spellings found, "
            WS-TODAY " (report only)" DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN

    IF WS-VARIANT-COUNT = 0
        MOVE "  No variant spellings of listed companies." TO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-VARIANT-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-V-FILE(I) " " WS-V-ROWS(I) " rows  """
            FUNCTION TRIM(WS-V-NAME(I)) """ -> """
            FUNCTION TRIM(WS-V-CANONICAL(I)) """"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "  Rows with a variant spelling: " WS-VARIANT-ROWS
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 2 TO WS-BS-WRITTEN
    IF WS-APPLY = "Y"
        MOVE SPACES TO REPORT-LINE
        STRING "  Rows rewritten: " WS-REWRITTEN
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF
    IF WS-PLAN-CONFLICTS > 0
        MOVE SPACES TO REPORT-LINE
        STRING "  * " WS-PLAN-CONFLICTS " CompanyPlans.dat rows are "
            "left as they are: the canonical company already has a plan."
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF
    CLOSE ReportFile.
