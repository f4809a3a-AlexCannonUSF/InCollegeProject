       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD TempJobFile.
01 TEMP-JOB-RECORD PIC X(486).

FD CompanyMembersFile.
01 COMPANY-MEMBER-RECORD.
       10 WS-POST-COMPANY  PIC X(50).
       10 WS-POST-STATUS   PIC X(01).
       10 WS-POST-OWNER    PIC X(30).
       10 WS-POST-ID       PIC 9(9).

*> The caller's whole company from CompanyMembers.dat (or just the
*> caller when they belong to none) - any fellow member's posting can
77 WS-TEAM-IDX       PIC 9(4) VALUE 0.

77 WS-GUARD-FILE    PIC X(30) VALUE "JobPostings.dat".
77 WS-GUARD-VERSION PIC 9(2) VALUE 4.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.
77 WS-LOCK-RESULT   PIC X VALUE SPACE.

*> The company's posting credits for this month, shown above the
*> list - see PostingCredits.cob.
77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-PC-COMPANY   PIC X(50) VALUE SPACES.
77 WS-PC-MONTH     PIC 9(6) VALUE 0.
77 WS-PC-PLAN      PIC X(10) VALUE SPACES.
77 WS-PC-ALLOWANCE PIC 9(4) VALUE 0.
77 WS-PC-USED      PIC 9(4) VALUE 0.
77 WS-PC-REMAINING PIC 9(4) VALUE 0.

*> Free text is screened by ContentScreen.cob against the shared
*> word/pattern list before it is saved.
77 WS-CS-SOURCE PIC X(20) VALUE SPACES.
77 WS-CS-KEY    PIC X(100) VALUE SPACES.
77 WS-CS-TEXT   PIC X(200) VALUE SPACES.
77 WS-CS-RESULT PIC X VALUE SPACE.
77 WS-CS-REASON PIC X(40) VALUE SPACES.

*> SkillCatalog.dat lessons the posting asks for - see
*> PostingSkills.cob.
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

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

    END-IF

    DISPLAY "--- Manage My Job Postings ---"
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY(1:6) TO WS-PC-MONTH
    CALL "PostingCredits" USING "U" LNK-USER-NAME WS-PC-COMPANY
        WS-PC-MONTH WS-PC-PLAN WS-PC-ALLOWANCE WS-PC-USED
        WS-PC-REMAINING
    DISPLAY "Posting credits this month: " WS-PC-REMAINING " of "
        WS-PC-ALLOWANCE " remaining (" FUNCTION TRIM(WS-PC-PLAN)
        " plan)."
    PERFORM LOAD-COMPANY-TEAM
    PERFORM LOAD-OWN-POSTINGS


    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POSTING-COUNT
        DISPLAY I ". " FUNCTION TRIM(WS-POST-TITLE(I)) " at "
            FUNCTION TRIM(WS-POST-COMPANY(I)) " (ID " WS-POST-ID(I)
            ", status: " WS-POST-STATUS(I) ")"
    END-PERFORM

    DISPLAY " "
    DISPLAY "1. Edit description/location"
    DISPLAY "2. Close this posting"
    DISPLAY "3. Withdraw (delete) this posting"
    DISPLAY "4. Set required skills"
    DISPLAY "5. Cancel"
    ACCEPT WS-ACTION

    EVALUATE FUNCTION TRIM(WS-ACTION)
            PERFORM CLOSE-POSTING
        WHEN "3"
            PERFORM WITHDRAW-POSTING
        WHEN "4"
            PERFORM SET-REQUIRED-SKILLS
        WHEN OTHER
            DISPLAY "No changes made."
    END-EVALUATE
                        MOVE JOB-COMPANY TO WS-POST-COMPANY(WS-POSTING-COUNT)
                        MOVE JOB-STATUS TO WS-POST-STATUS(WS-POSTING-COUNT)
                        MOVE JOB-POSTED-BY TO WS-POST-OWNER(WS-POSTING-COUNT)
                        MOVE JOB-POSTING-ID TO WS-POST-ID(WS-POSTING-COUNT)
                    END-IF
            END-READ
        END-PERFORM
EDIT-POSTING.
    DISPLAY "Enter new description:"
    ACCEPT WS-NEW-DESC
    MOVE "JOB DESCRIPTION" TO WS-CS-SOURCE
    MOVE SPACES TO WS-CS-KEY
    STRING WS-POST-TITLE(WS-CHOICE) WS-POST-COMPANY(WS-CHOICE)
        DELIMITED BY SIZE INTO WS-CS-KEY
    MOVE WS-NEW-DESC TO WS-CS-TEXT
    CALL "ContentScreen" USING "S" WS-CS-SOURCE
        WS-POST-OWNER(WS-CHOICE) WS-CS-KEY WS-CS-TEXT WS-CS-RESULT
        WS-CS-REASON
    IF WS-CS-RESULT = "R"
        DISPLAY "This description cannot be saved: "
            FUNCTION TRIM(WS-CS-REASON) ". The posting is unchanged."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter new location:"
    ACCEPT WS-NEW-LOCATION
    PERFORM REWRITE-POSTINGS-FILE
    IF WS-CS-RESULT = "H"
        DISPLAY "The new description has been queued for a quick admin review."
    END-IF.

CLOSE-POSTING.
    MOVE "C" TO WS-ACTION
WITHDRAW-POSTING.
    MOVE "W" TO WS-ACTION
    PERFORM REWRITE-POSTINGS-FILE
    MOVE WS-POST-ID(WS-CHOICE) TO WS-PS-POSTING-ID
    MOVE "NNNNNNNNN" TO WS-PS-REQUIRED
    CALL "PostingSkills" USING "P" WS-PS-POSTING-ID LNK-USER-NAME
        WS-PS-REQUIRED WS-PS-DONE WS-PS-REQ-COUNT WS-PS-DONE-COUNT
        WS-PS-TITLES
    DISPLAY "Posting withdrawn.".

SET-REQUIRED-SKILLS.
    *> Shows the posting's current required SkillCatalog.dat lessons
    *> and replaces them with the numbers entered - the same prompt
    *> JobPost.cob's ASK-REQUIRED-SKILLS gives a new posting. A blank
    *> entry keeps them; 0 clears them.
    MOVE WS-POST-ID(WS-CHOICE) TO WS-PS-POSTING-ID
    CALL "PostingSkills" USING "G" WS-PS-POSTING-ID LNK-USER-NAME
        WS-PS-REQUIRED WS-PS-DONE WS-PS-REQ-COUNT WS-PS-DONE-COUNT
        WS-PS-TITLES
    IF WS-PS-TITLES = SPACES
        DISPLAY "There are no skill lessons in the catalog yet."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Skill lessons students can take:"
    PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1 UNTIL WS-SKILL-IDX > 9
        IF WS-PS-TITLE(WS-SKILL-IDX) NOT = SPACES
            MOVE WS-SKILL-IDX TO WS-SKILL-NUM
            IF WS-PS-REQUIRED(WS-SKILL-IDX:1) = "Y"
                DISPLAY "  " WS-SKILL-NUM ". "
                    FUNCTION TRIM(WS-PS-TITLE(WS-SKILL-IDX))
                    " (required)"
            ELSE
                DISPLAY "  " WS-SKILL-NUM ". "
                    FUNCTION TRIM(WS-PS-TITLE(WS-SKILL-IDX))
            END-IF
        END-IF
    END-PERFORM
    DISPLAY "Enter the numbers of the skills this job requires "
        "(e.g. 1 3), 0 for none, or leave blank to keep them:"
    ACCEPT WS-SKILLS-RAW
    IF WS-SKILLS-RAW = SPACES
        DISPLAY "No changes made."
        EXIT PARAGRAPH
    END-IF

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
    END-PERFORM

    CALL "PostingSkills" USING "P" WS-PS-POSTING-ID LNK-USER-NAME
        WS-PS-REQUIRED WS-PS-DONE WS-PS-REQ-COUNT WS-PS-DONE-COUNT
        WS-PS-TITLES
    IF WS-PS-REQ-COUNT = 0
        DISPLAY "This posting no longer requires any skills."
    ELSE
        DISPLAY "Required skills saved: " WS-PS-REQ-COUNT
    END-IF.

REWRITE-POSTINGS-FILE.
    *> Rebuilds JobPostingsFile through TempJobFile, copying every row
    *> unchanged except the one the employer selected (identified by its
    *> position in WS-POSTING-TABLE, matched back to the file row by
    *> its posting ID) - the same delete-and-modify-via-rebuild
    *> pattern ProfileEdit/ReconcilePendingRequests use for a sequential
    *> file with no keyed access.
    MOVE 0 TO I
            AT END
                MOVE "Y" TO WS-EOF-JOB
            NOT AT END
                IF JOB-POSTING-ID = WS-POST-ID(WS-CHOICE)
                    EVALUATE FUNCTION TRIM(WS-ACTION)
                        WHEN "C"
                            MOVE "C" TO JOB-STATUS
