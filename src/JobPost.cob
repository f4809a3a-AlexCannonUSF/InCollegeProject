       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

WORKING-STORAGE SECTION.
77 WS-JOB-STAT PIC XX VALUE SPACES.
77 WS-TODAY          PIC 9(8) VALUE 0.
77 WS-DUP-AGE-DAYS   PIC 9(8) VALUE 0.
77 WS-DUP-WINDOW     PIC 9(3) VALUE 7.
*> WS-DUP-WINDOW is loaded from the POSTING-DUP-WINDOW-DAYS system
*> parameter (SystemParam.cob) before use; the VALUE is its default.
77 WS-PARAM-NAME  PIC X(30) VALUE SPACES.
77 WS-PARAM-VALUE PIC 9(9) VALUE 0.
77 WS-DEADLINE-RAW   PIC X(10) VALUE SPACES.

*> Refuses to write into a JobPostings.dat stamped for a different
*> layout version - see SchemaGuard.cob.
77 WS-GUARD-FILE    PIC X(30) VALUE "JobPostings.dat".
77 WS-GUARD-VERSION PIC 9(2) VALUE 4.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.
01 WS-DUP-CHECK-RECORD.
       05 DUP-TITLE         PIC X(50).
       05 DUP-STATUS        PIC X(01).
       05 DUP-SALARY-RANGE  PIC X(30).
       05 DUP-DEADLINE      PIC 9(8).
       05 DUP-POSTING-ID    PIC 9(9).

*> The new posting is captured here rather than straight into the FD
*> record: CHECK-FOR-DUPLICATE's READ INTO refreshes the FD record
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

*> Every posting carries a permanent JOB-POSTING-ID, issued by
*> NextId.cob only once the posting is definitely being written, that
*> applications, saved jobs, interview slots and application details
*> use to point back at it.
77 WS-ID-NAME PIC X(30) VALUE "JobPostings".

*> Each posting opened uses one of the company's monthly posting
*> credits - see PostingCredits.cob. Nothing is asked for once the
*> company has none left this month.
77 WS-PC-COMPANY   PIC X(50) VALUE SPACES.
77 WS-PC-MONTH     PIC 9(6) VALUE 0.
77 WS-PC-PLAN      PIC X(10) VALUE SPACES.
77 WS-PC-ALLOWANCE PIC 9(4) VALUE 0.
77 WS-PC-USED      PIC 9(4) VALUE 0.
77 WS-PC-REMAINING PIC 9(4) VALUE 0.

*> SkillCatalog.dat lessons the posting asks for, saved against the
*> new posting ID once it is written - see PostingSkills.cob.
77 WS-PS-POSTING-ID PIC 9(9) VALUE 0.
77 WS-PS-REQUIRED   PIC X(9) VALUE "NNNNNNNNN".
77 WS-PS-DONE       PIC X(9) VALUE "NNNNNNNNN".
77 WS-PS-REQ-COUNT  PIC 9 VALUE 0.
77 WS-PS-DONE-COUNT PIC 9 VALUE 0.
01 WS-PS-TITLES.
   05 WS-PS-TITLE OCCURS 9 TIMES PIC X(40).
77 WS-SKILLS-RAW    PIC X(20) VALUE SPACES.
77 WS-SKILL-IDX     PIC 99 VALUE 0.
77 WS-SKILL-NUM     PIC 9 VALUE 0.

*> A company name the master table (CompanyNames.cob) knows under
*> another spelling is offered in its canonical form.
77 WS-CO-FUNCTION   PIC X VALUE "C".
77 WS-CO-CANONICAL  PIC X(50) VALUE SPACES.
77 WS-CO-FOUND      PIC X VALUE SPACE.
77 WS-CO-ANSWER     PIC X(4) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).
    END-IF

    DISPLAY "--- Post a Job ---"
    MOVE "POSTING-DUP-WINDOW-DAYS" TO WS-PARAM-NAME
    MOVE WS-DUP-WINDOW TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-DUP-WINDOW

    CALL "DataStore" USING "T" LNK-USER-NAME WS-PASSWORD WS-FOUND
        WS-ACCOUNT-TYPE
        GOBACK
    END-IF

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY(1:6) TO WS-PC-MONTH
    CALL "PostingCredits" USING "U" LNK-USER-NAME WS-PC-COMPANY
        WS-PC-MONTH WS-PC-PLAN WS-PC-ALLOWANCE WS-PC-USED
        WS-PC-REMAINING
    IF WS-PC-REMAINING = 0
        DISPLAY "Your company has used all " WS-PC-ALLOWANCE
            " posting credit(s) on its " FUNCTION TRIM(WS-PC-PLAN)
            " plan this month."
        DISPLAY "Ask an administrator for extra credits, or post again "
            "next month."
        GOBACK
    END-IF

    MOVE SPACES TO WS-NEW-POSTING

    DISPLAY "Enter job title:"
    ACCEPT NEW-TITLE
    DISPLAY "Enter company name:"
    ACCEPT NEW-COMPANY
    PERFORM OFFER-CANONICAL-COMPANY
    DISPLAY "Enter job description:"
    ACCEPT NEW-DESCRIPTION
    DISPLAY "Enter major/degree wanted:"
        *> had before deadlines were captured.
        MOVE 0 TO NEW-DEADLINE
    END-IF
    PERFORM ASK-REQUIRED-SKILLS

    ACCEPT NEW-POSTED-DATE FROM DATE YYYYMMDD
    MOVE LNK-USER-NAME TO NEW-POSTED-BY
    MOVE "A" TO NEW-STATUS

    *> Screened before anything is written; a held description is
    *> only queued for review once the posting is actually saved.
    MOVE "JOB DESCRIPTION" TO WS-CS-SOURCE
    MOVE SPACES TO WS-CS-KEY
    STRING NEW-TITLE NEW-COMPANY DELIMITED BY SIZE INTO WS-CS-KEY
    MOVE NEW-DESCRIPTION TO WS-CS-TEXT
    CALL "ContentScreen" USING "C" WS-CS-SOURCE LNK-USER-NAME
        WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
    IF WS-CS-RESULT = "R"
        DISPLAY "This posting cannot be published: "
            FUNCTION TRIM(WS-CS-REASON) "."
        DISPLAY "Posting cancelled."
        GOBACK
    END-IF

    PERFORM CHECK-FOR-DUPLICATE
    IF WS-DUP-FOUND = "Y"
        DISPLAY "A posting with this title/company was already made "
        OPEN OUTPUT JobPostingsFile
    END-IF

    CALL "NextId" USING "N" WS-ID-NAME NEW-POSTING-ID
    MOVE WS-NEW-POSTING TO JOB-POSTING-RECORD
    WRITE JOB-POSTING-RECORD
    CLOSE JobPostingsFile

    DISPLAY "Job posting created successfully (posting ID "
        NEW-POSTING-ID ")."
    IF WS-PS-REQ-COUNT > 0
        MOVE NEW-POSTING-ID TO WS-PS-POSTING-ID
        CALL "PostingSkills" USING "P" WS-PS-POSTING-ID LNK-USER-NAME
            WS-PS-REQUIRED WS-PS-DONE WS-PS-REQ-COUNT WS-PS-DONE-COUNT
            WS-PS-TITLES
        DISPLAY "Required skills saved: " WS-PS-REQ-COUNT
    END-IF
    SUBTRACT 1 FROM WS-PC-REMAINING
    DISPLAY "Posting credits left this month: " WS-PC-REMAINING
    IF WS-CS-RESULT = "H"
        CALL "ContentScreen" USING "S" WS-CS-SOURCE LNK-USER-NAME
            WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
        DISPLAY "The description has been queued for a quick admin review."
    END-IF
    GOBACK.

OFFER-CANONICAL-COMPANY.
    MOVE FUNCTION TRIM(NEW-COMPANY) TO NEW-COMPANY
    CALL "CompanyNames" USING WS-CO-FUNCTION NEW-COMPANY WS-CO-CANONICAL
        WS-CO-FOUND
    IF WS-CO-FOUND = "Y" AND WS-CO-CANONICAL NOT = NEW-COMPANY
        DISPLAY "This company is listed as "
            FUNCTION TRIM(WS-CO-CANONICAL) ". Use that name? (Y/N)"
        ACCEPT WS-CO-ANSWER
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-ANSWER)) = "Y"
            MOVE WS-CO-CANONICAL TO NEW-COMPANY
        END-IF
    END-IF.

ASK-REQUIRED-SKILLS.
    *> Lists the SkillCatalog.dat lessons and takes the numbers of the
    *> ones this role needs (e.g. "1 3"); students see the gap in
    *> JobSearch and employers see each applicant's match in
    *> JobApplicants. Numbers not in the catalog are ignored.
    MOVE 0 TO WS-PS-POSTING-ID
    CALL "PostingSkills" USING "G" WS-PS-POSTING-ID LNK-USER-NAME
        WS-PS-REQUIRED WS-PS-DONE WS-PS-REQ-COUNT WS-PS-DONE-COUNT
        WS-PS-TITLES
    IF WS-PS-TITLES = SPACES
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Skill lessons students can take:"
    PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1 UNTIL WS-SKILL-IDX > 9
        IF WS-PS-TITLE(WS-SKILL-IDX) NOT = SPACES
            MOVE WS-SKILL-IDX TO WS-SKILL-NUM
            DISPLAY "  " WS-SKILL-NUM ". "
                FUNCTION TRIM(WS-PS-TITLE(WS-SKILL-IDX))
        END-IF
    END-PERFORM
    DISPLAY "Enter the numbers of the skills this job requires "
        "(e.g. 1 3, or leave blank for none):"
    ACCEPT WS-SKILLS-RAW

    MOVE "NNNNNNNNN" TO WS-PS-REQUIRED
    MOVE 0 TO WS-PS-REQ-COUNT
    PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1 UNTIL WS-SKILL-IDX > 20
        IF WS-SKILLS-RAW(WS-SKILL-IDX:1) >= "1"
            AND WS-SKILLS-RAW(WS-SKILL-IDX:1) <= "9"
            MOVE WS-SKILLS-RAW(WS-SKILL-IDX:1) TO WS-SKILL-NUM
            IF WS-PS-TITLE(WS-SKILL-NUM) NOT = SPACES
                AND WS-PS-REQUIRED(WS-SKILL-NUM:1) = "N"
                MOVE "Y" TO WS-PS-REQUIRED(WS-SKILL-NUM:1)
                ADD 1 TO WS-PS-REQ-COUNT
            END-IF
        END-IF
    END-PERFORM.

CHECK-FOR-DUPLICATE.
    *> Scans existing postings for a title/company/poster match posted
    *> within WS-DUP-WINDOW days of today, so a double-submit gets a
