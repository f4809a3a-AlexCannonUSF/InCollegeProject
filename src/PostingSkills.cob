>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PostingSkills.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PostingSkillsFile ASSIGN TO "data/PostingSkills.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PSK-STAT.
    SELECT TempSkillsFile ASSIGN TO "data/PostingSkills.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT SkillsCompletedFile ASSIGN TO "data/SkillsCompleted.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SKILL-STAT.
    SELECT SkillCatalogFile ASSIGN TO "data/SkillCatalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-STAT.

DATA DIVISION.
FILE SECTION.
FD PostingSkillsFile.
01 POSTING-SKILLS-RECORD.
       05 PSK-POSTING-ID   PIC 9(9).
       05 PSK-REQUIRED     PIC X(9).

FD TempSkillsFile.
01 TEMP-SKILLS-RECORD PIC X(18).

FD SkillsCompletedFile.
01 SKILL-COMPLETED-RECORD.
       05 SKILL-USERNAME PIC X(30).
       05 SKILL-NUMBER   PIC 9.

FD SkillCatalogFile.
01 CATALOG-RECORD.
       05 CAT-SKILL-NUMBER PIC 9.
       05 CAT-LINE-TYPE    PIC X.
       05 CAT-TEXT         PIC X(100).

WORKING-STORAGE SECTION.
*> Required skills on job postings. data/PostingSkills.dat holds one
*> row per posting that asks for any SkillCatalog.dat lessons, keyed
*> by JOB-POSTING-ID: nine Y/N flags, flag n standing for catalog
*> skill n (the same one-digit skill number SkillsCompleted.dat
*> records). A posting with no row requires nothing.
*>
*> "G" returns LK-POSTING-ID's required flags, the number required,
*> and the catalog titles (blank where the catalog has no skill).
*> "M" answers as "G" and also returns, in LK-DONE, which skills
*> LK-USER-NAME has completed, and how many of the required ones
*> that covers - the student's (or applicant's) skill gap.
*> "P" saves LK-REQUIRED as LK-POSTING-ID's required skills; all "N"
*> drops the row.
77 WS-RECOVER-DAT PIC X(60) VALUE "data/PostingSkills.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/PostingSkills.tmp".
77 WS-PSK-STAT     PIC XX VALUE SPACES.
77 WS-SKILL-STAT   PIC XX VALUE SPACES.
77 WS-CATALOG-STAT PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-LOCK-RESULT  PIC X VALUE SPACE.
77 WS-UPDATED      PIC X VALUE "N".
77 I               PIC 99 VALUE 0.

LINKAGE SECTION.
01 LK-FUNCTION   PIC X.
01 LK-POSTING-ID PIC 9(9).
01 LK-USER-NAME  PIC X(30).
01 LK-REQUIRED   PIC X(9).
01 LK-DONE       PIC X(9).
01 LK-REQ-COUNT  PIC 9.
01 LK-DONE-COUNT PIC 9.
01 LK-TITLES.
   05 LK-TITLE OCCURS 9 TIMES PIC X(40).

PROCEDURE DIVISION USING LK-FUNCTION LK-POSTING-ID LK-USER-NAME
    LK-REQUIRED LK-DONE LK-REQ-COUNT LK-DONE-COUNT LK-TITLES.
MAIN-LOGIC.
    EVALUATE LK-FUNCTION
        WHEN "G"
            PERFORM LOAD-TITLES
            PERFORM LOAD-REQUIRED
            MOVE "NNNNNNNNN" TO LK-DONE
            MOVE 0 TO LK-DONE-COUNT
        WHEN "M"
            PERFORM LOAD-TITLES
            PERFORM LOAD-REQUIRED
            PERFORM LOAD-COMPLETED
        WHEN "P"
            PERFORM SAVE-REQUIRED
    END-EVALUATE
    GOBACK.

LOAD-TITLES.
    *> Titles only - the same "T" rows SkillMenu.cob builds its menu
    *> from.
    MOVE SPACES TO LK-TITLES
    MOVE "N" TO WS-EOF
    OPEN INPUT SkillCatalogFile
    IF WS-CATALOG-STAT = "35"
        CLOSE SkillCatalogFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SkillCatalogFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CAT-SKILL-NUMBER >= 1 AND CAT-SKILL-NUMBER <= 9
                    AND CAT-LINE-TYPE = "T"
                    MOVE CAT-TEXT TO LK-TITLE(CAT-SKILL-NUMBER)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SkillCatalogFile.

LOAD-REQUIRED.
    *> A flag for a skill since dropped from the catalog is ignored,
    *> so nobody is asked for a lesson they cannot take.
    MOVE "NNNNNNNNN" TO LK-REQUIRED
    MOVE 0 TO LK-REQ-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT PostingSkillsFile
    IF WS-PSK-STAT = "35"
        CLOSE PostingSkillsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ PostingSkillsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF PSK-POSTING-ID = LK-POSTING-ID
                    MOVE PSK-REQUIRED TO LK-REQUIRED
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PostingSkillsFile

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
        IF LK-REQUIRED(I:1) = "Y"
            IF LK-TITLE(I) = SPACES
                MOVE "N" TO LK-REQUIRED(I:1)
            ELSE
                ADD 1 TO LK-REQ-COUNT
            END-IF
        ELSE
            MOVE "N" TO LK-REQUIRED(I:1)
        END-IF
    END-PERFORM.

LOAD-COMPLETED.
    MOVE "NNNNNNNNN" TO LK-DONE
    MOVE 0 TO LK-DONE-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT SkillsCompletedFile
    IF WS-SKILL-STAT = "35"
        CLOSE SkillsCompletedFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SkillsCompletedFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(SKILL-USERNAME) = FUNCTION TRIM(LK-USER-NAME)
                    AND SKILL-NUMBER >= 1
                    MOVE "Y" TO LK-DONE(SKILL-NUMBER:1)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SkillsCompletedFile

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
        IF LK-REQUIRED(I:1) = "Y" AND LK-DONE(I:1) = "Y"
            ADD 1 TO LK-DONE-COUNT
        END-IF
    END-PERFORM.

SAVE-REQUIRED.
    *> Upserts the posting's row by the rebuild-via-temp-file pattern
    *> CompanyPlans.cob's SAVE-PLAN-ROW uses.
    MOVE "N" TO WS-UPDATED
    MOVE "N" TO WS-EOF
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN OUTPUT TempSkillsFile
    OPEN INPUT PostingSkillsFile
    IF WS-PSK-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ PostingSkillsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF PSK-POSTING-ID = LK-POSTING-ID
                        MOVE "Y" TO WS-UPDATED
                        MOVE LK-REQUIRED TO PSK-REQUIRED
                    END-IF
                    IF PSK-REQUIRED NOT = "NNNNNNNNN"
                        MOVE POSTING-SKILLS-RECORD TO TEMP-SKILLS-RECORD
                        WRITE TEMP-SKILLS-RECORD
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PostingSkillsFile

    IF WS-UPDATED = "N" AND LK-REQUIRED NOT = "NNNNNNNNN"
        MOVE LK-POSTING-ID TO PSK-POSTING-ID
        MOVE LK-REQUIRED TO PSK-REQUIRED
        MOVE POSTING-SKILLS-RECORD TO TEMP-SKILLS-RECORD
        WRITE TEMP-SKILLS-RECORD
    END-IF
    CLOSE TempSkillsFile

    CALL "CBL_DELETE_FILE" USING "data/PostingSkills.dat"
    CALL "CBL_RENAME_FILE" USING "data/PostingSkills.tmp"
        "data/PostingSkills.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

END PROGRAM PostingSkills.
