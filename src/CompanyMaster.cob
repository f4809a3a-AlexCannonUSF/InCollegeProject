>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CompanyMaster.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompanyMasterFile ASSIGN TO "data/CompanyMaster.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CO-STAT.
    SELECT TempMasterFile ASSIGN TO "data/CompanyMaster.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT CleanupReportFile ASSIGN TO "data/CompanyNameCleanup.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD CompanyMasterFile.
01 COMPANY-MASTER-RECORD.
       05 CO-NAME       PIC X(50).
       05 CO-CANONICAL  PIC X(50).

FD TempMasterFile.
01 TEMP-MASTER-RECORD PIC X(100).

FD CleanupReportFile.
01 CLEANUP-REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Admin upkeep of the company master table, data/CompanyMaster.dat,
*> that CompanyNames.cob canonicalizes against: one row per known
*> spelling (CO-NAME) with the canonical name it stands for
*> (CO-CANONICAL); a company's canonical name has a row naming itself.
*> A spelling may appear once in the table (case-blind), so every
*> spelling has exactly one canonical name.
*>
*> From here an admin also runs CompanyNameCleanup.cob: as a report
*> of rows in JobPostings/CompanyMembers/CompanyXref/CompanyPlans
*> that still carry a variant spelling, and - after confirming - to
*> rewrite them to the canonical names.
77 WS-CO-STAT       PIC XX VALUE SPACES.
77 WS-REPORT-STAT   PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-EXIT-FLAG     PIC X VALUE "N".
77 WS-CHOICE-RAW    PIC X(4) VALUE SPACES.
77 WS-ANSWER        PIC X(4) VALUE SPACES.
77 WS-LOCK-RESULT   PIC X VALUE SPACE.
77 WS-RECOVER-DAT   PIC X(60) VALUE "data/CompanyMaster.dat".
77 WS-RECOVER-TMP   PIC X(60) VALUE "data/CompanyMaster.tmp".
77 WS-NEW-NAME      PIC X(50) VALUE SPACES.
77 WS-KEY           PIC X(50) VALUE SPACES.
77 WS-CANONICAL     PIC X(50) VALUE SPACES.
77 WS-FOUND-AT      PIC 9(4) VALUE 0.
77 WS-ALIASES       PIC 9(4) VALUE 0.
77 WS-PICK          PIC 9(4) VALUE 0.
77 WS-CLEAN-MODE    PIC X VALUE SPACE.
77 WS-CO-FUNCTION   PIC X VALUE SPACE.
77 WS-CO-NAME       PIC X(50) VALUE SPACES.
77 WS-CO-CANONICAL  PIC X(50) VALUE SPACES.
77 WS-CO-FOUND      PIC X VALUE SPACE.
77 I                PIC 9(4) VALUE 0.
77 J                PIC 9(4) VALUE 0.

77 WS-AUDIT-ACTOR     PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION    PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET    PIC X(30) VALUE SPACES.

*> The whole master table, and numbered pick lists built from it.
77 WS-ROW-COUNT PIC 9(4) VALUE 0.
01 WS-ROW-TABLE.
   05 WS-ROW OCCURS 1000 TIMES.
       10 WS-R-NAME      PIC X(50).
       10 WS-R-CANONICAL PIC X(50).
77 WS-LIST-COUNT PIC 9(4) VALUE 0.
01 WS-LIST-TABLE.
   05 WS-LIST-ROW OCCURS 1000 TIMES.
       10 WS-L-ROW       PIC 9(4).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    MOVE "N" TO WS-EXIT-FLAG
    PERFORM UNTIL WS-EXIT-FLAG = "Y"
        PERFORM LOAD-MASTER
        DISPLAY "--- Company Names ---"
        DISPLAY "1. List companies and their aliases"
        DISPLAY "2. Add a company"
        DISPLAY "3. Add an alias to a company"
        DISPLAY "4. Remove an alias"
        DISPLAY "5. Report variant spellings in use"
        DISPLAY "6. Rewrite variant spellings to canonical names"
        DISPLAY "7. Go back"
        DISPLAY "Enter your choice:"
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION TRIM(WS-ANSWER)
            WHEN "1"
                PERFORM LIST-COMPANIES
            WHEN "2"
                PERFORM ADD-COMPANY
            WHEN "3"
                PERFORM ADD-ALIAS
            WHEN "4"
                PERFORM REMOVE-ALIAS
            WHEN "5"
                CALL "CompanyNameCleanup"
                PERFORM SHOW-CLEANUP-REPORT
            WHEN "6"
                PERFORM APPLY-CLEANUP
            WHEN OTHER
                MOVE "Y" TO WS-EXIT-FLAG
        END-EVALUATE
    END-PERFORM
    GOBACK.

LOAD-MASTER.
    MOVE 0 TO WS-ROW-COUNT
    MOVE "N" TO WS-EOF
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN INPUT CompanyMasterFile
    IF WS-CO-STAT = "35"
        CLOSE CompanyMasterFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyMasterFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-ROW-COUNT < 1000
                    ADD 1 TO WS-ROW-COUNT
                    MOVE CO-NAME TO WS-R-NAME(WS-ROW-COUNT)
                    MOVE CO-CANONICAL TO WS-R-CANONICAL(WS-ROW-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyMasterFile.

LIST-COMPANIES.
    PERFORM BUILD-COMPANY-LIST
    IF WS-LIST-COUNT = 0
        DISPLAY "No companies are listed yet."
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LIST-COUNT
        MOVE WS-R-CANONICAL(WS-L-ROW(I)) TO WS-CANONICAL
        DISPLAY FUNCTION TRIM(WS-CANONICAL)
        MOVE 0 TO WS-ALIASES
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ROW-COUNT
            IF WS-R-CANONICAL(J) = WS-CANONICAL
                AND WS-R-NAME(J) NOT = WS-CANONICAL
                DISPLAY "    also written: " FUNCTION TRIM(WS-R-NAME(J))
                ADD 1 TO WS-ALIASES
            END-IF
        END-PERFORM
        IF WS-ALIASES = 0
            DISPLAY "    (no aliases)"
        END-IF
    END-PERFORM.

BUILD-COMPANY-LIST.
    *> WS-L-ROW(n): the row of the n-th company's canonical name.
    MOVE 0 TO WS-LIST-COUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
        IF WS-R-NAME(I) = WS-R-CANONICAL(I)
            ADD 1 TO WS-LIST-COUNT
            MOVE I TO WS-L-ROW(WS-LIST-COUNT)
        END-IF
    END-PERFORM.

FIND-SPELLING.
    *> WS-FOUND-AT: the row already holding WS-NEW-NAME, compared
    *> trimmed and case-blind, or 0.
    MOVE 0 TO WS-FOUND-AT
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-NAME)) TO WS-KEY
    PERFORM VARYING I FROM 1 BY 1
        UNTIL I > WS-ROW-COUNT OR WS-FOUND-AT > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R-NAME(I))) = WS-KEY
            MOVE I TO WS-FOUND-AT
        END-IF
    END-PERFORM.

ACCEPT-NEW-NAME.
    MOVE SPACES TO WS-NEW-NAME
    ACCEPT WS-NEW-NAME
    MOVE FUNCTION TRIM(WS-NEW-NAME) TO WS-NEW-NAME
    IF WS-NEW-NAME NOT = SPACES
        PERFORM FIND-SPELLING
        IF WS-FOUND-AT > 0
            IF WS-R-NAME(WS-FOUND-AT) = WS-R-CANONICAL(WS-FOUND-AT)
                DISPLAY FUNCTION TRIM(WS-R-NAME(WS-FOUND-AT))
                    " is already listed as a company."
            ELSE
                DISPLAY FUNCTION TRIM(WS-R-NAME(WS-FOUND-AT))
                    " is already listed as an alias of "
                    FUNCTION TRIM(WS-R-CANONICAL(WS-FOUND-AT)) "."
            END-IF
            MOVE SPACES TO WS-NEW-NAME
        END-IF
    END-IF.

ADD-COMPANY.
    DISPLAY "Enter the company's canonical name, or press Enter to go back:"
    PERFORM ACCEPT-NEW-NAME
    IF WS-NEW-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-ROW-COUNT >= 1000
        DISPLAY "The company table is full."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NEW-NAME TO CO-NAME
    MOVE WS-NEW-NAME TO CO-CANONICAL
    PERFORM APPEND-MASTER-ROW
    MOVE "COMPANY ADDED" TO WS-AUDIT-ACTION
    MOVE WS-NEW-NAME TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    DISPLAY FUNCTION TRIM(WS-NEW-NAME) " added.".

ADD-ALIAS.
    PERFORM BUILD-COMPANY-LIST
    IF WS-LIST-COUNT = 0
        DISPLAY "No companies are listed yet. Add the company first."
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LIST-COUNT
        DISPLAY I ". " FUNCTION TRIM(WS-R-NAME(WS-L-ROW(I)))
    END-PERFORM
    DISPLAY "Enter the number of the company, or 0 to go back:"
    PERFORM ACCEPT-PICK
    IF WS-PICK = 0 OR WS-PICK > WS-LIST-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-R-CANONICAL(WS-L-ROW(WS-PICK)) TO WS-CANONICAL
    DISPLAY "Enter the other spelling of " FUNCTION TRIM(WS-CANONICAL)
        ", or press Enter to go back:"
    PERFORM ACCEPT-NEW-NAME
    IF WS-NEW-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-ROW-COUNT >= 1000
        DISPLAY "The company table is full."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NEW-NAME TO CO-NAME
    MOVE WS-CANONICAL TO CO-CANONICAL
    PERFORM APPEND-MASTER-ROW
    MOVE "COMPANY ALIAS ADDED" TO WS-AUDIT-ACTION
    MOVE WS-NEW-NAME TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    DISPLAY FUNCTION TRIM(WS-NEW-NAME) " will now be read as "
        FUNCTION TRIM(WS-CANONICAL) ".".

REMOVE-ALIAS.
    MOVE 0 TO WS-LIST-COUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
        IF WS-R-NAME(I) NOT = WS-R-CANONICAL(I)
            ADD 1 TO WS-LIST-COUNT
            MOVE I TO WS-L-ROW(WS-LIST-COUNT)
            DISPLAY WS-LIST-COUNT ". " FUNCTION TRIM(WS-R-NAME(I)) " -> "
                FUNCTION TRIM(WS-R-CANONICAL(I))
        END-IF
    END-PERFORM
    IF WS-LIST-COUNT = 0
        DISPLAY "No aliases are listed."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the number of the alias to remove, or 0 to go back:"
    PERFORM ACCEPT-PICK
    IF WS-PICK = 0 OR WS-PICK > WS-LIST-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-L-ROW(WS-PICK) TO WS-FOUND-AT
    MOVE WS-R-NAME(WS-FOUND-AT) TO WS-NEW-NAME

    *> Rebuilt from the file, not the table, so a row added from
    *> another terminal since LOAD-MASTER is kept.
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyMasterFile
    OPEN OUTPUT TempMasterFile
    IF WS-CO-STAT = "35"
        MOVE "Y" TO WS-EOF
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyMasterFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CO-NAME NOT = WS-NEW-NAME
                    MOVE COMPANY-MASTER-RECORD TO TEMP-MASTER-RECORD
                    WRITE TEMP-MASTER-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyMasterFile
    CLOSE TempMasterFile
    CALL "CBL_DELETE_FILE" USING "data/CompanyMaster.dat"
    CALL "CBL_RENAME_FILE" USING "data/CompanyMaster.tmp"
        "data/CompanyMaster.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT
    PERFORM RELOAD-LOOKUP

    MOVE "COMPANY ALIAS REMOVED" TO WS-AUDIT-ACTION
    MOVE WS-NEW-NAME TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    DISPLAY FUNCTION TRIM(WS-NEW-NAME) " removed. Rows already "
        "rewritten to the canonical name keep it.".

ACCEPT-PICK.
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-PICK
    ELSE
        MOVE 0 TO WS-PICK
    END-IF.

APPEND-MASTER-ROW.
    *> CO-NAME/CO-CANONICAL already set by the caller.
    MOVE COMPANY-MASTER-RECORD TO TEMP-MASTER-RECORD
    OPEN EXTEND CompanyMasterFile
    IF WS-CO-STAT = "35"
        CLOSE CompanyMasterFile
        OPEN OUTPUT CompanyMasterFile
    END-IF
    MOVE TEMP-MASTER-RECORD TO COMPANY-MASTER-RECORD
    WRITE COMPANY-MASTER-RECORD
    CLOSE CompanyMasterFile
    PERFORM RELOAD-LOOKUP.

RELOAD-LOOKUP.
    *> CompanyNames.cob keeps the table for the run; JobPost and the
    *> profile screens in this session should see the change at once.
    MOVE "R" TO WS-CO-FUNCTION
    CALL "CompanyNames" USING WS-CO-FUNCTION WS-CO-NAME WS-CO-CANONICAL
        WS-CO-FOUND.

APPLY-CLEANUP.
    DISPLAY "This rewrites every variant spelling listed by option 5 "
        "to its canonical name in JobPostings, CompanyMembers, "
        "CompanyXref and CompanyPlans. Run option 5 first and read the "
        "report."
    DISPLAY "Rewrite them now? (Y/N)"
    ACCEPT WS-ANSWER
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) NOT = "Y"
        DISPLAY "Nothing was changed."
        EXIT PARAGRAPH
    END-IF
    MOVE "A" TO WS-CLEAN-MODE
    CALL "CompanyNameCleanup" USING WS-CLEAN-MODE
    MOVE "COMPANY NAMES CLEANED" TO WS-AUDIT-ACTION
    MOVE "CompanyNameCleanup.txt" TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    PERFORM SHOW-CLEANUP-REPORT.

SHOW-CLEANUP-REPORT.
    MOVE "N" TO WS-EOF
    OPEN INPUT CleanupReportFile
    IF WS-REPORT-STAT = "35"
        CLOSE CleanupReportFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CleanupReportFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                DISPLAY FUNCTION TRIM(CLEANUP-REPORT-LINE TRAILING)
        END-READ
    END-PERFORM
    CLOSE CleanupReportFile.
