>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ImportJobPostings.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FeedFile ASSIGN TO "data/JobImport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STAT.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JOB-STAT.
    SELECT AccountFile ASSIGN TO "data/accounts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ACC-STAT.
    SELECT CompanyMembersFile ASSIGN TO "data/CompanyMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CM-STAT.
    SELECT ExceptionsFile ASSIGN TO "data/JobImport-Exceptions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-STAT.

DATA DIVISION.
FILE SECTION.
FD FeedFile.
01 FEED-LINE PIC X(600).

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

FD AccountFile.
01 ACCOUNT-RECORD.
   05 ACC-USERNAME PIC X(30).
   05 ACC-SALT PIC X(8).
   05 ACC-PASSWORD-HASH PIC 9(10).
   05 ACC-PASSWORD-CHANGED PIC 9(8).
   05 ACC-ACCOUNT-TYPE PIC X.
   05 ACC-ACTIVE-FLAG PIC X.
   05 ACC-CREATED-DATE PIC 9(8).
   05 ACC-APPROVAL-STATUS PIC X.

FD CompanyMembersFile.
01 COMPANY-MEMBER-RECORD.
       05 CM-COMPANY   PIC X(50).
       05 CM-USERNAME  PIC X(30).
       05 CM-ROLE      PIC X(01).

FD ExceptionsFile.
01 EXCEPTION-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Bulk posting import for employers who send openings as a
*> spreadsheet. The feed, data/JobImport.txt, holds one posting per
*> line as pipe-delimited fields:
*>     posted-by|title|company|description|major|location|salary|deadline
*> Each line is checked against what JobPost.cob would accept: title,
*> company and major are required; the deadline is blank (no
*> deadline) or a real YYYYMMDD date not already past; the posting
*> employer must be an active, approved employer account holding a
*> CompanyMembers.dat seat at the named company; and a posting that
*> matches one the same employer made inside JobPost's duplicate
*> window is refused (there is nobody at the terminal to confirm it).
*> Accepted rows are written active with today's posted date, which is
*> exactly what SavedSearchAlerts.cob matches on - this step runs
*> ahead of it in NightlyBatch so imported postings alert the same
*> night. Rejected lines, with the reason, go to
*> data/JobImport-Exceptions.txt. The processed feed is renamed to
*> data/JobImport-<date>.done so a rerun does not import it twice.
77 WS-FEED-STAT     PIC XX VALUE SPACES.
77 WS-JOB-STAT      PIC XX VALUE SPACES.
77 WS-ACC-STAT      PIC XX VALUE SPACES.
77 WS-CM-STAT       PIC XX VALUE SPACES.
77 WS-EXC-STAT      PIC XX VALUE SPACES.
77 WS-EOF-FEED      PIC X VALUE "N".
77 WS-EOF           PIC X VALUE "N".
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-LINE-NO       PIC 9(6) VALUE 0.
77 WS-ACCEPTED      PIC 9(6) VALUE 0.
77 WS-REJECTED      PIC 9(6) VALUE 0.
77 WS-REASON        PIC X(80) VALUE SPACES.
77 WS-DEADLINE-RAW  PIC X(20) VALUE SPACES.
77 WS-EMPLOYER-OK   PIC X VALUE "N".
77 WS-SEAT-OK       PIC X VALUE "N".
77 WS-DONE-PATH     PIC X(60) VALUE SPACES.

*> Duplicate-posting window - kept equal to JobPost.cob's.
77 WS-DUP-FOUND     PIC X VALUE "N".
77 WS-DUP-AGE-DAYS  PIC 9(8) VALUE 0.
77 WS-DUP-WINDOW    PIC 9(3) VALUE 7.
*> WS-DUP-WINDOW is loaded from the POSTING-DUP-WINDOW-DAYS system
*> parameter (SystemParam.cob) before use; the VALUE is its default.
77 WS-PARAM-NAME  PIC X(30) VALUE SPACES.
77 WS-PARAM-VALUE PIC 9(9) VALUE 0.

*> Refuses to write into a JobPostings.dat stamped for a different
*> layout version - see SchemaGuard.cob.
77 WS-GUARD-FILE    PIC X(30) VALUE "JobPostings.dat".
77 WS-GUARD-VERSION PIC 9(2) VALUE 4.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

01 WS-NEW-POSTING.
       05 NEW-TITLE         PIC X(50).
       05 NEW-COMPANY       PIC X(50).
       05 NEW-DESCRIPTION   PIC X(200).
       05 NEW-MAJOR         PIC X(50).
       05 NEW-POSTED-DATE   PIC 9(8).
       05 NEW-LOCATION      PIC X(50).
       05 NEW-POSTED-BY     PIC X(30).
       05 NEW-STATUS        PIC X(01).
       05 NEW-SALARY-RANGE  PIC X(30).
       05 NEW-DEADLINE      PIC 9(8).
       05 NEW-POSTING-ID    PIC 9(9).

*> Free text is screened by ContentScreen.cob against the shared
*> word/pattern list before it is saved.
77 WS-CS-SOURCE PIC X(20) VALUE SPACES.
77 WS-CS-KEY    PIC X(100) VALUE SPACES.
77 WS-CS-TEXT   PIC X(200) VALUE SPACES.
77 WS-CS-RESULT PIC X VALUE SPACE.
77 WS-CS-REASON PIC X(40) VALUE SPACES.

*> Accepted rows get their permanent JOB-POSTING-ID from NextId.cob,
*> the same counter JobPost.cob draws on.
77 WS-ID-NAME PIC X(30) VALUE "JobPostings".

*> A row is refused once the posting employer's company has no
*> posting credits left this month (PostingCredits.cob); rows
*> accepted earlier in the same feed have already used theirs.
77 WS-PC-COMPANY   PIC X(50) VALUE SPACES.
77 WS-PC-MONTH     PIC 9(6) VALUE 0.
77 WS-PC-PLAN      PIC X(10) VALUE SPACES.
77 WS-PC-ALLOWANCE PIC 9(4) VALUE 0.
77 WS-PC-USED      PIC 9(4) VALUE 0.
77 WS-PC-REMAINING PIC 9(4) VALUE 0.

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
    DISPLAY "=== Job Posting Import ==="
    MOVE "POSTING-DUP-WINDOW-DAYS" TO WS-PARAM-NAME
    MOVE WS-DUP-WINDOW TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-DUP-WINDOW
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        MOVE 8 TO WS-STEP-RC
        CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
        MOVE WS-STEP-RC TO RETURN-CODE
        GOBACK
    END-IF

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    OPEN INPUT FeedFile
    IF WS-FEED-STAT = "35"
        CLOSE FeedFile
        DISPLAY "No feed file (data/JobImport.txt) to import."
        CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
        MOVE WS-STEP-RC TO RETURN-CODE
        GOBACK
    END-IF

    OPEN OUTPUT ExceptionsFile
    MOVE SPACES TO EXCEPTION-LINE
    STRING "Job posting import exceptions - " WS-TODAY
        INTO EXCEPTION-LINE
    WRITE EXCEPTION-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE 0 TO WS-LINE-NO
    MOVE 0 TO WS-ACCEPTED
    MOVE 0 TO WS-REJECTED
    MOVE "N" TO WS-EOF-FEED
    PERFORM UNTIL WS-EOF-FEED = "Y"
        READ FeedFile
            AT END
                MOVE "Y" TO WS-EOF-FEED
            NOT AT END
                ADD 1 TO WS-BS-READ
                ADD 1 TO WS-LINE-NO
                IF FUNCTION TRIM(FEED-LINE) NOT = SPACES
                    PERFORM IMPORT-ONE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FeedFile

    IF WS-REJECTED = 0
        MOVE "No exceptions." TO EXCEPTION-LINE
        WRITE EXCEPTION-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF
    CLOSE ExceptionsFile

    MOVE SPACES TO WS-DONE-PATH
    STRING "data/JobImport-" WS-TODAY ".done" INTO WS-DONE-PATH
    CALL "CBL_DELETE_FILE" USING WS-DONE-PATH
    CALL "CBL_RENAME_FILE" USING "data/JobImport.txt" WS-DONE-PATH

    DISPLAY "Imported " WS-ACCEPTED " posting(s); rejected "
        WS-REJECTED " (see data/JobImport-Exceptions.txt)."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    MOVE WS-STEP-RC TO RETURN-CODE
    GOBACK.

IMPORT-ONE-LINE.
    MOVE SPACES TO WS-NEW-POSTING
    MOVE SPACES TO WS-DEADLINE-RAW
    MOVE SPACES TO WS-REASON
    UNSTRING FEED-LINE DELIMITED BY "|"
        INTO NEW-POSTED-BY NEW-TITLE NEW-COMPANY NEW-DESCRIPTION
             NEW-MAJOR NEW-LOCATION NEW-SALARY-RANGE WS-DEADLINE-RAW
    END-UNSTRING
    INSPECT WS-DEADLINE-RAW REPLACING ALL X"0D" BY SPACE
    MOVE FUNCTION TRIM(NEW-POSTED-BY) TO NEW-POSTED-BY
    MOVE FUNCTION TRIM(NEW-TITLE) TO NEW-TITLE
    MOVE FUNCTION TRIM(NEW-COMPANY) TO NEW-COMPANY
    MOVE FUNCTION TRIM(NEW-DESCRIPTION) TO NEW-DESCRIPTION
    MOVE FUNCTION TRIM(NEW-MAJOR) TO NEW-MAJOR
    MOVE FUNCTION TRIM(NEW-LOCATION) TO NEW-LOCATION
    MOVE FUNCTION TRIM(NEW-SALARY-RANGE) TO NEW-SALARY-RANGE
    MOVE WS-TODAY TO NEW-POSTED-DATE
    MOVE "A" TO NEW-STATUS

    PERFORM VALIDATE-LINE
    IF WS-REASON NOT = SPACES
        ADD 1 TO WS-REJECTED
        MOVE SPACES TO EXCEPTION-LINE
        STRING "Line " WS-LINE-NO ": " FUNCTION TRIM(WS-REASON)
            " - " FUNCTION TRIM(NEW-TITLE) " / "
            FUNCTION TRIM(NEW-COMPANY)
            INTO EXCEPTION-LINE
        WRITE EXCEPTION-LINE
        ADD 1 TO WS-BS-WRITTEN
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
        OPEN OUTPUT JobPostingsFile
    END-IF
    CALL "NextId" USING "N" WS-ID-NAME NEW-POSTING-ID
    MOVE WS-NEW-POSTING TO JOB-POSTING-RECORD
    WRITE JOB-POSTING-RECORD
    ADD 1 TO WS-BS-WRITTEN
    CLOSE JobPostingsFile
    ADD 1 TO WS-ACCEPTED
    IF WS-CS-RESULT = "H"
        CALL "ContentScreen" USING "S" WS-CS-SOURCE NEW-POSTED-BY
            WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
    END-IF.

VALIDATE-LINE.
    *> Leaves WS-REASON blank when the line may be posted, otherwise
    *> the first problem found.
    IF NEW-TITLE = SPACES
        MOVE "missing job title" TO WS-REASON
        EXIT PARAGRAPH
    END-IF
    IF NEW-COMPANY = SPACES
        MOVE "missing company" TO WS-REASON
        EXIT PARAGRAPH
    END-IF
    IF NEW-MAJOR = SPACES
        MOVE "missing major" TO WS-REASON
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(WS-DEADLINE-RAW) = SPACES
        MOVE 0 TO NEW-DEADLINE
    ELSE
        IF FUNCTION TRIM(WS-DEADLINE-RAW) IS NOT NUMERIC
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-DEADLINE-RAW)) NOT = 8
            MOVE "deadline is not a YYYYMMDD date" TO WS-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION TRIM(WS-DEADLINE-RAW) TO NEW-DEADLINE
        IF FUNCTION TEST-DATE-YYYYMMDD(NEW-DEADLINE) NOT = 0
            MOVE "deadline is not a valid calendar date" TO WS-REASON
            EXIT PARAGRAPH
        END-IF
        IF NEW-DEADLINE < WS-TODAY
            MOVE "deadline has already passed" TO WS-REASON
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM CHECK-EMPLOYER-ACCOUNT
    IF WS-EMPLOYER-OK NOT = "Y"
        MOVE "posting employer is not an approved employer account"
            TO WS-REASON
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-COMPANY-SEAT
    IF WS-SEAT-OK NOT = "Y"
        MOVE "posting employer has no company seat at this company"
            TO WS-REASON
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-FOR-DUPLICATE
    IF WS-DUP-FOUND = "Y"
        MOVE SPACES TO WS-REASON
        STRING "duplicate of a posting made in the last " WS-DUP-WINDOW
            " days" DELIMITED BY SIZE INTO WS-REASON
        EXIT PARAGRAPH
    END-IF

    MOVE WS-TODAY(1:6) TO WS-PC-MONTH
    CALL "PostingCredits" USING "U" NEW-POSTED-BY WS-PC-COMPANY
        WS-PC-MONTH WS-PC-PLAN WS-PC-ALLOWANCE WS-PC-USED
        WS-PC-REMAINING
    IF WS-PC-REMAINING = 0
        MOVE "company has no posting credits left this month"
            TO WS-REASON
        EXIT PARAGRAPH
    END-IF

    MOVE "JOB DESCRIPTION" TO WS-CS-SOURCE
    MOVE SPACES TO WS-CS-KEY
    STRING NEW-TITLE NEW-COMPANY DELIMITED BY SIZE INTO WS-CS-KEY
    MOVE NEW-DESCRIPTION TO WS-CS-TEXT
    CALL "ContentScreen" USING "C" WS-CS-SOURCE NEW-POSTED-BY
        WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
    IF WS-CS-RESULT = "R"
        MOVE SPACES TO WS-REASON
        STRING "description rejected: " FUNCTION TRIM(WS-CS-REASON)
            DELIMITED BY SIZE INTO WS-REASON
    END-IF.

CHECK-EMPLOYER-ACCOUNT.
    MOVE "N" TO WS-EMPLOYER-OK
    IF NEW-POSTED-BY = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF
    OPEN INPUT AccountFile
    IF WS-ACC-STAT = "35"
        CLOSE AccountFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ AccountFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF FUNCTION TRIM(ACC-USERNAME) = FUNCTION TRIM(NEW-POSTED-BY)
                    IF ACC-ACCOUNT-TYPE = "E"
                        AND ACC-ACTIVE-FLAG = "Y"
                        AND ACC-APPROVAL-STATUS = "A"
                        MOVE "Y" TO WS-EMPLOYER-OK
                    END-IF
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AccountFile.

CHECK-COMPANY-SEAT.
    MOVE "N" TO WS-SEAT-OK
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
                IF FUNCTION TRIM(CM-USERNAME) = FUNCTION TRIM(NEW-POSTED-BY)
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(CM-COMPANY))
                        = FUNCTION UPPER-CASE(FUNCTION TRIM(NEW-COMPANY))
                    MOVE "Y" TO WS-SEAT-OK
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyMembersFile.

CHECK-FOR-DUPLICATE.
    *> JobPost.cob's CHECK-FOR-DUPLICATE rule: an active posting with
    *> the same title/company/poster inside WS-DUP-WINDOW days. Rows
    *> accepted earlier in this same feed are already on file, so a
    *> feed that repeats a line is caught too.
    MOVE "N" TO WS-DUP-FOUND
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
                IF JOB-STATUS = "A"
                   AND FUNCTION TRIM(JOB-TITLE) = FUNCTION TRIM(NEW-TITLE)
                   AND FUNCTION TRIM(JOB-COMPANY) = FUNCTION TRIM(NEW-COMPANY)
                   AND FUNCTION TRIM(JOB-POSTED-BY) = FUNCTION TRIM(NEW-POSTED-BY)
                    COMPUTE WS-DUP-AGE-DAYS =
                        FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                        FUNCTION INTEGER-OF-DATE(JOB-POSTED-DATE)
                    IF WS-DUP-AGE-DAYS <= WS-DUP-WINDOW
                        MOVE "Y" TO WS-DUP-FOUND
                        MOVE "Y" TO WS-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile.

END PROGRAM ImportJobPostings.
