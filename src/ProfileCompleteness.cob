IDENTIFICATION DIVISION.
PROGRAM-ID. ProfileCompleteness.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ProjectsFile ASSIGN TO "data/Projects.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PRJ-STAT.

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

WORKING-STORAGE SECTION.
*> Scores a profile record out of eight evenly weighted items: name,
*> university, major, graduation year, About text, at least one work
*> experience, at least one education entry, and at least one project
*> in Projects.dat. The first missing item in that order comes back
*> as the "top missing" suggestion, so the caller can tell the
*> student the single most useful thing to add. Shared by HomePage's
*> edit-routing banner and ProfileCompletenessReport.cob's university
*> averages. The project item needs the owner's username, passed as
*> the optional fourth parameter; without it the profile is scored
*> on the first seven items alone.
77 WS-ITEMS-PRESENT PIC 9(2) VALUE 0.
77 WS-TOTAL-ITEMS   PIC 9(2) VALUE 8.
77 WS-PRJ-STAT      PIC XX VALUE SPACES.
77 WS-EOF-PRJ       PIC X VALUE "N".
77 WS-HAS-PROJECT   PIC X VALUE "N".

LINKAGE SECTION.
01 LK-PROFILE-RECORD.
   05 LK-YEARS      OCCURS 3 TIMES PIC X(30).
01 LK-PERCENT     PIC 9(3).
01 LK-TOP-MISSING PIC X(30).
01 LK-USERNAME    PIC X(30).

PROCEDURE DIVISION USING LK-PROFILE-RECORD LK-PERCENT LK-TOP-MISSING
    LK-USERNAME.
MAIN-LOGIC.
    MOVE 0 TO WS-ITEMS-PRESENT
    MOVE SPACES TO LK-TOP-MISSING
        END-IF
    END-IF

    IF ADDRESS OF LK-USERNAME NOT = NULL
        MOVE 8 TO WS-TOTAL-ITEMS
        PERFORM CHECK-HAS-PROJECT
        IF WS-HAS-PROJECT = "Y"
            ADD 1 TO WS-ITEMS-PRESENT
        ELSE
            IF LK-TOP-MISSING = SPACES
                MOVE "a project" TO LK-TOP-MISSING
            END-IF
        END-IF
    ELSE
        MOVE 7 TO WS-TOTAL-ITEMS
    END-IF

    COMPUTE LK-PERCENT ROUNDED =
        WS-ITEMS-PRESENT * 100 / WS-TOTAL-ITEMS
    GOBACK.

CHECK-HAS-PROJECT.
    MOVE "N" TO WS-HAS-PROJECT
    MOVE "N" TO WS-EOF-PRJ
    OPEN INPUT ProjectsFile
    IF WS-PRJ-STAT = "35"
        CLOSE ProjectsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PRJ = "Y"
        READ ProjectsFile
            AT END
                MOVE "Y" TO WS-EOF-PRJ
            NOT AT END
                IF FUNCTION TRIM(PRJ-USERNAME) = FUNCTION TRIM(LK-USERNAME)
                    MOVE "Y" TO WS-HAS-PROJECT
                    MOVE "Y" TO WS-EOF-PRJ
                END-IF
        END-READ
    END-PERFORM
    CLOSE ProjectsFile.

END PROGRAM ProfileCompleteness.
