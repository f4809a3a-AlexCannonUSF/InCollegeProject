>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. Projects.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ProjectsFile ASSIGN TO "data/Projects.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PRJ-STAT.
    SELECT TempProjectsFile ASSIGN TO "data/Projects.tmp"
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ProjectsFile.
01 PROJECT-RECORD.
       05 PRJ-USERNAME     PIC X(30).
       05 PRJ-ID           PIC 9(9).
       05 PRJ-TITLE        PIC X(50).
       05 PRJ-ROLE         PIC X(50).
       05 PRJ-DATES        PIC X(30).
       05 PRJ-DESCRIPTION  PIC X(200).
       05 PRJ-LINK         PIC X(100).
       05 PRJ-ADDED-DATE   PIC 9(8).

FD TempProjectsFile.
01 TEMP-PROJECT-RECORD PIC X(477).

WORKING-STORAGE SECTION.
*> Class projects, hackathon entries, open-source work and the like -
*> the profile record has only three experience and three education
*> slots, so projects live in their own file, data/Projects.dat, one
*> row per project and as many per student as they like. PRJ-ID is a
*> permanent number from NextId.cob ("PROJECT") so an edit or removal
*> finds its row again after other students' rows have moved.
*> PersonalProfile.cob shows them, CandidateSearch.cob's keyword
*> search reads them, and MyDataExport.cob and ProfileCompleteness.cob
*> count them in.
77 WS-RECOVER-DAT PIC X(60) VALUE "data/Projects.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/Projects.tmp".
77 WS-PRJ-STAT    PIC XX VALUE SPACES.
77 WS-EOF-PRJ     PIC X VALUE "N".
77 WS-LOCK-RESULT PIC X VALUE SPACE.
77 WS-ID-NAME     PIC X(30) VALUE "PROJECT".
77 WS-NEW-ID      PIC 9(9) VALUE 0.

77 WS-MENU-CHOICE PIC X(4) VALUE SPACES.
77 WS-EXIT-FLAG   PIC X VALUE "N".
77 WS-PICK-RAW    PIC X(4) VALUE SPACES.
77 WS-PICK        PIC 9(4) VALUE 0.
77 WS-CHANGED     PIC X VALUE "N".
77 WS-ACTION      PIC X VALUE SPACE.
77 WS-ANSWER      PIC X(4) VALUE SPACES.
77 I              PIC 9(4) VALUE 0.

*> The caller's projects, numbered for the edit and remove prompts.
77 WS-MY-COUNT    PIC 9(4) VALUE 0.
01 WS-MY-TABLE.
    05 WS-MY-ROW OCCURS 50 TIMES.
        10 WS-MY-ID     PIC 9(9).
        10 WS-MY-TITLE  PIC X(50).

*> The fields being entered for an add or an edit.
01 WS-ENTRY.
    05 WS-E-TITLE       PIC X(50).
    05 WS-E-ROLE        PIC X(50).
    05 WS-E-DATES       PIC X(30).
    05 WS-E-DESCRIPTION PIC X(200).
    05 WS-E-LINK        PIC X(100).

*> Free text is screened by ContentScreen.cob against the shared
*> word/pattern list before it is saved.
77 WS-CS-SOURCE PIC X(20) VALUE SPACES.
77 WS-CS-KEY    PIC X(100) VALUE SPACES.
77 WS-CS-TEXT   PIC X(200) VALUE SPACES.
77 WS-CS-RESULT PIC X VALUE SPACE.
77 WS-CS-REASON PIC X(40) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.

MAIN-LOGIC.
    MOVE "N" TO WS-EXIT-FLAG
    PERFORM UNTIL WS-EXIT-FLAG = "Y"
        DISPLAY "--- My Projects ---"
        PERFORM LIST-MY-PROJECTS
        DISPLAY "1. Add a project"
        DISPLAY "2. Edit a project"
        DISPLAY "3. Remove a project"
        DISPLAY "4. Go back"
        DISPLAY "Enter your choice:"
        ACCEPT WS-MENU-CHOICE
        EVALUATE FUNCTION TRIM(WS-MENU-CHOICE)
            WHEN "1"
                PERFORM ADD-PROJECT
            WHEN "2"
                PERFORM EDIT-PROJECT
            WHEN "3"
                PERFORM REMOVE-PROJECT
            WHEN "4"
                MOVE "Y" TO WS-EXIT-FLAG
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM
    GOBACK.

LIST-MY-PROJECTS.
    MOVE 0 TO WS-MY-COUNT
    MOVE "N" TO WS-EOF-PRJ
    OPEN INPUT ProjectsFile

    IF WS-PRJ-STAT = "35"
        CLOSE ProjectsFile
    ELSE
        PERFORM UNTIL WS-EOF-PRJ = "Y"
            READ ProjectsFile
                AT END
                    MOVE "Y" TO WS-EOF-PRJ
                NOT AT END
                    IF FUNCTION TRIM(PRJ-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        AND WS-MY-COUNT < 50
                        ADD 1 TO WS-MY-COUNT
                        MOVE PRJ-ID TO WS-MY-ID(WS-MY-COUNT)
                        MOVE PRJ-TITLE TO WS-MY-TITLE(WS-MY-COUNT)
                        PERFORM SHOW-PROJECT-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProjectsFile
    END-IF

    IF WS-MY-COUNT = 0
        DISPLAY "You have not added any projects yet."
    END-IF.

SHOW-PROJECT-ROW.
    IF FUNCTION TRIM(PRJ-ROLE) NOT = SPACES
        DISPLAY WS-MY-COUNT ". " FUNCTION TRIM(PRJ-TITLE) " - "
            FUNCTION TRIM(PRJ-ROLE)
    ELSE
        DISPLAY WS-MY-COUNT ". " FUNCTION TRIM(PRJ-TITLE)
    END-IF
    IF FUNCTION TRIM(PRJ-DATES) NOT = SPACES
        DISPLAY "    Dates: " FUNCTION TRIM(PRJ-DATES)
    END-IF
    IF FUNCTION TRIM(PRJ-DESCRIPTION) NOT = SPACES
        DISPLAY "    " FUNCTION TRIM(PRJ-DESCRIPTION)
    END-IF
    IF FUNCTION TRIM(PRJ-LINK) NOT = SPACES
        DISPLAY "    Link: " FUNCTION TRIM(PRJ-LINK)
    END-IF.

PICK-PROJECT.
    MOVE 0 TO WS-PICK
    IF WS-MY-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the number of the project, or 0 to cancel:"
    ACCEPT WS-PICK-RAW
    IF FUNCTION TRIM(WS-PICK-RAW) IS NUMERIC
        AND FUNCTION TRIM(WS-PICK-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-PICK-RAW) TO WS-PICK
    END-IF
    IF WS-PICK > WS-MY-COUNT
        MOVE 0 TO WS-PICK
    END-IF.

ENTER-PROJECT-FIELDS.
    *> Blank title means the entry is abandoned; every other field is
    *> optional.
    MOVE SPACES TO WS-ENTRY
    DISPLAY "Project title (blank to cancel):"
    ACCEPT WS-E-TITLE
    IF FUNCTION TRIM(WS-E-TITLE) = SPACES
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Your role:"
    ACCEPT WS-E-ROLE
    DISPLAY "Dates:"
    ACCEPT WS-E-DATES
    DISPLAY "Description:"
    ACCEPT WS-E-DESCRIPTION
    INSPECT WS-E-DESCRIPTION REPLACING ALL X"0D" BY SPACE
    INSPECT WS-E-DESCRIPTION REPLACING ALL X"0A" BY SPACE
    DISPLAY "Link (repository, demo or write-up):"
    ACCEPT WS-E-LINK

    IF FUNCTION TRIM(WS-E-DESCRIPTION) NOT = SPACES
        MOVE "PROJECT" TO WS-CS-SOURCE
        MOVE WS-E-TITLE TO WS-CS-KEY
        MOVE WS-E-DESCRIPTION TO WS-CS-TEXT
        CALL "ContentScreen" USING "S" WS-CS-SOURCE LNK-USER-NAME
            WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
        IF WS-CS-RESULT = "R"
            DISPLAY "Description not saved (" FUNCTION TRIM(WS-CS-REASON)
                "); it has been left blank."
            MOVE SPACES TO WS-E-DESCRIPTION
        END-IF
        IF WS-CS-RESULT = "H"
            DISPLAY "Description saved; it has been queued for a quick "
                "admin review."
        END-IF
    END-IF.

ADD-PROJECT.
    PERFORM ENTER-PROJECT-FIELDS
    IF FUNCTION TRIM(WS-E-TITLE) = SPACES
        DISPLAY "No project added."
        EXIT PARAGRAPH
    END-IF

    CALL "NextId" USING "N" WS-ID-NAME WS-NEW-ID

    OPEN EXTEND ProjectsFile
    IF WS-PRJ-STAT = "35"
        CLOSE ProjectsFile
        OPEN OUTPUT ProjectsFile
    END-IF
    MOVE SPACES TO PROJECT-RECORD
    MOVE LNK-USER-NAME TO PRJ-USERNAME
    MOVE WS-NEW-ID TO PRJ-ID
    MOVE WS-E-TITLE TO PRJ-TITLE
    MOVE WS-E-ROLE TO PRJ-ROLE
    MOVE WS-E-DATES TO PRJ-DATES
    MOVE WS-E-DESCRIPTION TO PRJ-DESCRIPTION
    MOVE WS-E-LINK TO PRJ-LINK
    ACCEPT PRJ-ADDED-DATE FROM DATE YYYYMMDD
    WRITE PROJECT-RECORD
    CLOSE ProjectsFile
    DISPLAY "Project added to your profile.".

EDIT-PROJECT.
    PERFORM PICK-PROJECT
    IF WS-PICK = 0
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Re-enter the project (" FUNCTION TRIM(WS-MY-TITLE(WS-PICK))
        "):"
    PERFORM ENTER-PROJECT-FIELDS
    IF FUNCTION TRIM(WS-E-TITLE) = SPACES
        DISPLAY "No changes made."
        EXIT PARAGRAPH
    END-IF
    MOVE "E" TO WS-ACTION
    PERFORM REWRITE-PROJECTS
    IF WS-CHANGED = "Y"
        DISPLAY "Project updated."
    ELSE
        DISPLAY "Could not update that project; please try again."
    END-IF.

REMOVE-PROJECT.
    PERFORM PICK-PROJECT
    IF WS-PICK = 0
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Remove " FUNCTION TRIM(WS-MY-TITLE(WS-PICK))
        " from your profile? (Y/N):"
    ACCEPT WS-ANSWER
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) NOT = "Y"
        DISPLAY "No changes made."
        EXIT PARAGRAPH
    END-IF
    MOVE "D" TO WS-ACTION
    PERFORM REWRITE-PROJECTS
    IF WS-CHANGED = "Y"
        DISPLAY "Project removed."
    ELSE
        DISPLAY "Could not remove that project; please try again."
    END-IF.

REWRITE-PROJECTS.
    *> Rebuilds Projects.dat through the temp file, replacing (WS-ACTION
    *> "E") or dropping ("D") the caller's row with the picked PRJ-ID,
    *> behind the shared update lock (UpdateLock.cob).
    MOVE "N" TO WS-CHANGED
    MOVE "N" TO WS-EOF-PRJ
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN INPUT ProjectsFile
    IF WS-PRJ-STAT = "35"
        CLOSE ProjectsFile
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempProjectsFile

    PERFORM UNTIL WS-EOF-PRJ = "Y"
        READ ProjectsFile
            AT END
                MOVE "Y" TO WS-EOF-PRJ
            NOT AT END
                IF PRJ-ID = WS-MY-ID(WS-PICK)
                    AND FUNCTION TRIM(PRJ-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                    MOVE "Y" TO WS-CHANGED
                    IF WS-ACTION = "E"
                        MOVE WS-E-TITLE TO PRJ-TITLE
                        MOVE WS-E-ROLE TO PRJ-ROLE
                        MOVE WS-E-DATES TO PRJ-DATES
                        MOVE WS-E-DESCRIPTION TO PRJ-DESCRIPTION
                        MOVE WS-E-LINK TO PRJ-LINK
                        MOVE PROJECT-RECORD TO TEMP-PROJECT-RECORD
                        WRITE TEMP-PROJECT-RECORD
                    END-IF
                ELSE
                    MOVE PROJECT-RECORD TO TEMP-PROJECT-RECORD
                    WRITE TEMP-PROJECT-RECORD
                END-IF
        END-READ
    END-PERFORM

    CLOSE ProjectsFile
    CLOSE TempProjectsFile

    IF WS-CHANGED = "Y"
        CALL "CBL_DELETE_FILE" USING "data/Projects.dat"
        CALL "CBL_RENAME_FILE" USING "data/Projects.tmp"
            "data/Projects.dat"
    ELSE
        CALL "CBL_DELETE_FILE" USING "data/Projects.tmp"
    END-IF
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

END PROGRAM Projects.
