           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BLOCK-STAT.
       SELECT ProjectsFile ASSIGN TO "data/Projects.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRJ-STAT.

DATA DIVISION.
FILE SECTION.
       05 BL-USER-A PIC X(30).
       05 BL-USER-B PIC X(30).

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

FD     PROFILE-FILE.
01 PROFILE-RECORD.
       05 PR-USERNAME      PIC X(30).
01     WS-SKILL-STAT           PIC XX VALUE SPACES.
01     WS-EOF-SKILL            PIC X VALUE 'N'.
01     WS-SKILL-MATCH          PIC X VALUE 'N'.
*> Optional keyword, looked for (ignoring case) in the About text,
*> work experience, and the student's projects (Projects.cob).
01     WS-SEARCH-KEYWORD       PIC X(50) VALUE SPACES.
01     WS-KEYWORD-LEN          PIC 9(4) VALUE 0.
01     WS-KEYWORD-MATCH        PIC X VALUE 'N'.
01     WS-SCAN-NEEDLE          PIC X(50) VALUE SPACES.
01     WS-SCAN-BUFFER          PIC X(200) VALUE SPACES.
01     K                       PIC 9(4) VALUE 0.
01     WS-PRJ-STAT             PIC XX VALUE SPACES.
01     WS-EOF-PRJ              PIC X VALUE 'N'.
01     WS-BLOCK-STAT           PIC XX VALUE SPACES.
01     WS-EOF-BLOCK            PIC X VALUE 'N'.
01     WS-IS-BLOCKED           PIC X VALUE 'N'.
01     WS-PAGE-CHOICE          PIC X VALUE SPACE.
01     WS-PICK-RAW             PIC X(4) VALUE SPACES.
01     WS-PICK                 PIC 99 VALUE 0.
01     WS-SHORTLIST-CHOICE     PIC X VALUE SPACE.
01     WS-INVITE-CHOICE        PIC X VALUE SPACE.

*> Registrar-roster verification badge - see EnrollmentStatus.cob.
01     WS-ENROLL-STATUS        PIC X(01) VALUE SPACE.

LINKAGE SECTION.
01     LNK-USER-NAME       PIC X(30).
           END-IF
       END-IF

       MOVE SPACES TO WS-SEARCH-KEYWORD
       DISPLAY "Enter a keyword to look for in profiles and projects "
           "(leave blank to match any):"
       ACCEPT WS-SEARCH-KEYWORD
       INSPECT WS-SEARCH-KEYWORD REPLACING ALL X'0D' BY SPACE
       INSPECT WS-SEARCH-KEYWORD REPLACING ALL X'0A' BY SPACE
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEARCH-KEYWORD))
           TO WS-SCAN-NEEDLE

       MOVE 0 TO WS-FIELD-MATCH-COUNT
       OPEN INPUT PROFILE-FILE
       MOVE 'N' TO WS-EOF-PROFILE
           IF WS-PICK > 0 AND WS-PICK <= WS-FIELD-MATCH-COUNT
               CALL "PersonalProfile" USING LNK-USER-NAME
                   WS-FM-USERNAME(WS-PICK)
               *> Keeps the candidate past this screen, on one of the
               *> team's named shortlists (Shortlists.cob).
               DISPLAY "Add " FUNCTION TRIM(WS-FM-NAME(WS-PICK))
                   " to a shortlist? (Y/N):"
               ACCEPT WS-SHORTLIST-CHOICE
               IF WS-SHORTLIST-CHOICE = 'Y' OR WS-SHORTLIST-CHOICE = 'y'
                   CALL "Shortlists" USING LNK-USER-NAME
                       WS-FM-USERNAME(WS-PICK)
               END-IF
               *> Points the candidate at one of the team's open
               *> postings, within the company's monthly allowance
               *> (InviteToApply.cob).
               DISPLAY "Invite " FUNCTION TRIM(WS-FM-NAME(WS-PICK))
                   " to apply to one of your postings? (Y/N):"
               ACCEPT WS-INVITE-CHOICE
               IF WS-INVITE-CHOICE = 'Y' OR WS-INVITE-CHOICE = 'y'
                   CALL "InviteToApply" USING LNK-USER-NAME
                       WS-FM-USERNAME(WS-PICK)
               END-IF
           END-IF
       END-IF.

           END-IF

           PERFORM VARYING I FROM WS-PAGE-POS BY 1 UNTIL I > WS-PAGE-LAST
               CALL "EnrollmentStatus" USING WS-FM-USERNAME(I)
                   WS-FM-UNIVERSITY(I) WS-FM-GRADYEAR(I) WS-ENROLL-STATUS
               IF WS-ENROLL-STATUS = "V"
                   DISPLAY I ". " FUNCTION TRIM(WS-FM-NAME(I))
                       " (" FUNCTION TRIM(WS-FM-USERNAME(I)) ") - "
                       FUNCTION TRIM(WS-FM-MAJOR(I)) " at "
                       FUNCTION TRIM(WS-FM-UNIVERSITY(I))
                       " [verified student]"
               ELSE
                   DISPLAY I ". " FUNCTION TRIM(WS-FM-NAME(I))
                       " (" FUNCTION TRIM(WS-FM-USERNAME(I)) ") - "
                       FUNCTION TRIM(WS-FM-MAJOR(I)) " at "
                       FUNCTION TRIM(WS-FM-UNIVERSITY(I))
               END-IF
           END-PERFORM

           MOVE WS-PAGE-LAST TO WS-PAGE-POS
           END-IF
       END-IF

       IF FUNCTION TRIM(WS-SEARCH-KEYWORD) NOT = SPACES
           AND WS-RECORD-MATCHES = 'Y'
           PERFORM CHECK-KEYWORD-MATCH
           IF WS-KEYWORD-MATCH = 'N'
               MOVE 'N' TO WS-RECORD-MATCHES
           END-IF
       END-IF

       *> A student who blocked this employer (or vice versa) never
       *> shows up in candidate results - the same visibility wall
       *> Search.cob and PersonalProfile.cob apply to Blocklist.dat.
           CLOSE SkillsCompletedFile
       END-IF.

CHECK-KEYWORD-MATCH.
       *> WS-KEYWORD-MATCH = 'Y' when WS-SCAN-NEEDLE (the upper-cased
       *> keyword) is in the About text, an experience entry, or one
       *> of PR-USERNAME's rows in Projects.dat.
       MOVE 'N' TO WS-KEYWORD-MATCH
       MOVE FUNCTION UPPER-CASE(PR-ABOUT) TO WS-SCAN-BUFFER
       PERFORM CONTAINS-KEYWORD
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3 OR WS-KEYWORD-MATCH = 'Y'
           MOVE FUNCTION UPPER-CASE(PR-JOBTITLE(I)) TO WS-SCAN-BUFFER
           PERFORM CONTAINS-KEYWORD
           MOVE FUNCTION UPPER-CASE(PR-COMPANY(I)) TO WS-SCAN-BUFFER
           PERFORM CONTAINS-KEYWORD
           MOVE FUNCTION UPPER-CASE(PR-DESC(I)) TO WS-SCAN-BUFFER
           PERFORM CONTAINS-KEYWORD
       END-PERFORM
       IF WS-KEYWORD-MATCH = 'Y'
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO WS-EOF-PRJ
       OPEN INPUT ProjectsFile
       IF WS-PRJ-STAT = "35"
           CLOSE ProjectsFile
       ELSE
           PERFORM UNTIL WS-EOF-PRJ = 'Y'
               READ ProjectsFile
                   AT END
                       MOVE 'Y' TO WS-EOF-PRJ
                   NOT AT END
                       IF FUNCTION TRIM(PRJ-USERNAME) = FUNCTION TRIM(PR-USERNAME)
                           MOVE FUNCTION UPPER-CASE(PRJ-TITLE) TO WS-SCAN-BUFFER
                           PERFORM CONTAINS-KEYWORD
                           MOVE FUNCTION UPPER-CASE(PRJ-ROLE) TO WS-SCAN-BUFFER
                           PERFORM CONTAINS-KEYWORD
                           MOVE FUNCTION UPPER-CASE(PRJ-DESCRIPTION)
                               TO WS-SCAN-BUFFER
                           PERFORM CONTAINS-KEYWORD
                           IF WS-KEYWORD-MATCH = 'Y'
                               MOVE 'Y' TO WS-EOF-PRJ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ProjectsFile
       END-IF.

CONTAINS-KEYWORD.
       *> Plain substring scan of WS-SCAN-BUFFER for WS-SCAN-NEEDLE, the
       *> same sliding scan JobSearch.cob's CONTAINS-KEYWORD uses.
       MOVE FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(WS-SCAN-NEEDLE))
           TO WS-KEYWORD-LEN
       IF WS-KEYWORD-LEN > 0
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > (200 - WS-KEYWORD-LEN + 1) OR WS-KEYWORD-MATCH = 'Y'
               IF WS-SCAN-BUFFER(K:WS-KEYWORD-LEN) = FUNCTION TRIM(WS-SCAN-NEEDLE)
                   MOVE 'Y' TO WS-KEYWORD-MATCH
               END-IF
           END-PERFORM
       END-IF.

END PROGRAM CandidateSearch.
