    SELECT TempRecentlyViewedFile ASSIGN TO "data/RecentlyViewed.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT BlocklistFile ASSIGN TO "data/Blocklist.dat"
        ORGANIZATION IS SEQUENTIAL
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CC-STAT.
    SELECT IntroductionRequestsFile ASSIGN TO "data/IntroductionRequests.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS WS-INTRO-RRN
        FILE STATUS IS WS-INTRO-STAT.
    SELECT EndorsementFlagsFile ASSIGN TO "data/EndorsementFlags.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-EF-STAT.
    SELECT NotificationsFile ASSIGN TO "data/Notifications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NOTIF-STAT.
    SELECT ProjectsFile ASSIGN TO "data/Projects.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PRJ-STAT.

DATA DIVISION.
FILE SECTION.

FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD BlocklistFile.
       05 CC-PHONE    PIC X(20).
       05 CC-WEBSITE  PIC X(60).

FD IntroductionRequestsFile.
01 INTRODUCTION-REQUEST-RECORD.
       05 INTRO-ID              PIC 9(4).
       05 REQUESTER-USERNAME    PIC X(30).
       05 INTERMEDIARY-USERNAME PIC X(30).
       05 TARGET-USERNAME       PIC X(30).
       05 INTRO-REQUEST-DATE    PIC 9(8).
       05 INTRO-STATUS          PIC X.
       05 INTRO-NOTE            PIC X(100).

FD EndorsementFlagsFile.
01 ENDORSEMENT-FLAG-RECORD.
       05 EF-USERNAME      PIC X(30).
       05 EF-REASONS       PIC X(04).
       05 EF-FIRST-FLAGGED PIC 9(8).
       05 EF-LAST-FLAGGED  PIC 9(8).
       05 EF-STATUS        PIC X(01).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
       05 NOTIF-USERNAME       PIC X(30).
       05 NOTIF-MESSAGE        PIC X(100).
       05 NOTIF-READ-FLAG      PIC X.

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
77 WS-RECOVER-DAT PIC X(60) VALUE "data/RecentlyViewed.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/RecentlyViewed.tmp".
77 WS-EOF-ENDORSE     PIC X VALUE "N".
77 WS-ENDORSE-COUNT   PIC 9(4) VALUE 0.
77 WS-ENDORSE-SKILL   PIC 9 VALUE 0.
77 WS-EF-STAT         PIC XX VALUE SPACES.
77 WS-EOF-EF          PIC X VALUE "N".
77 WS-COUNTS-HIDDEN   PIC X VALUE "N".
77 WS-RECO-STAT       PIC XX VALUE SPACES.
77 WS-EOF-RECO        PIC X VALUE "N".
77 WS-RECO-COUNT      PIC 9(4) VALUE 0.
*> Projects (Projects.cob) are shown after education, and go into the
*> profile export too.
77 WS-PRJ-STAT        PIC XX VALUE SPACES.
77 WS-EOF-PRJ         PIC X VALUE "N".
77 WS-PRJ-COUNT       PIC 9(4) VALUE 0.
77 WS-CC-STAT         PIC XX VALUE SPACES.
77 WS-EOF-CC          PIC X VALUE "N".


77 WS-CONN-STAT        PIC XX VALUE SPACES.
77 WS-EOF-CONN         PIC X VALUE "N".
77 WS-CONN-SIDE        PIC X VALUE "A".
77 WS-CONN-LOOKUP      PIC X(30) VALUE SPACES.
77 WS-CONN-OTHER       PIC X(30) VALUE SPACES.
77 WS-VIEWER-CONN-COUNT PIC 9(3) VALUE 0.
77 WS-TARGET-CONN-COUNT PIC 9(3) VALUE 0.
77 WS-MUTUAL-COUNT     PIC 9(3) VALUE 0.
    05 WS-LOAD-UNIV       OCCURS 3 TIMES PIC X(50).
    05 WS-LOAD-YEARS      OCCURS 3 TIMES PIC X(30).

*> "V" when the registrar roster confirms the claimed university and
*> grad year - see EnrollmentStatus.cob.
77 WS-ENROLL-STATUS PIC X(01) VALUE SPACE.

*> "How am I connected?" - for a student looking at someone they are
*> not connected to, the shortest chain from NetworkPath.cob, with its
*> first link offered as the intermediary for an introduction request
*> in the same IntroductionRequests.dat Search.cob's option 5 files
*> into (IntroductionRequest.cpy) and IntroductionQueue.cob settles.
77 WS-VIEWER-TYPE     PIC X VALUE SPACE.
77 WS-DS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-DS-RESULT       PIC X VALUE SPACE.
77 WS-PATH-DEGREE     PIC 9 VALUE 0.
77 WS-PATH-HOP-1      PIC X(30) VALUE SPACES.
77 WS-PATH-HOP-2      PIC X(30) VALUE SPACES.
77 WS-INTRO-STAT      PIC XX VALUE SPACES.
77 WS-INTRO-RRN       PIC 9(4) VALUE 0.
77 WS-EOF-INTRO       PIC X VALUE "N".
77 WS-MAX-INTRO-ID    PIC 9(4) VALUE 0.
77 WS-INTRO-DUP-FOUND PIC X VALUE "N".
77 WS-INTRO-CHOICE    PIC X VALUE SPACE.
77 WS-INTRO-NOTE      PIC X(100) VALUE SPACES.
77 WS-INTRO-TODAY     PIC 9(8) VALUE 0.
77 WS-NOTIF-STAT      PIC XX VALUE SPACES.
77 WS-NP-CATEGORY     PIC X(01) VALUE SPACE.
77 WS-NP-SETTING      PIC X(01) VALUE SPACE.

LINKAGE SECTION.
01 LNK-VIEWER-NAME PIC X(30).
01 LNK-TARGET-NAME PIC X(30).
        DISPLAY WS-MUTUAL-COUNT " mutual connection(s)"
    END-IF
    DISPLAY "Name: " FUNCTION TRIM(Name)
    CALL "EnrollmentStatus" USING LNK-TARGET-NAME University GradYear
        WS-ENROLL-STATUS
    IF WS-ENROLL-STATUS = "V"
        DISPLAY "University: " FUNCTION TRIM(University)
            " (verified student)"
    ELSE
        DISPLAY "University: " FUNCTION TRIM(University)
    END-IF
    DISPLAY "Major: " FUNCTION TRIM(Major)
    IF GradStatus = "G"
        DISPLAY "Graduated: " GradYear
    DISPLAY "About Me: " FUNCTION TRIM(About)
    PERFORM WORK-EXPERIENCE
    PERFORM EDUCATION
    PERFORM SHOW-PROJECTS
    PERFORM SHOW-RECOMMENDATIONS
    *> The contact card (ContactCard.cob) is for connections only: the
    *> owner always sees their own, anyone else must be a direct
        PERFORM CHECK-VIEWER-CONNECTED
        IF WS-IS-CONNECTED = "Y"
            PERFORM SHOW-CONTACT-CARD
        ELSE
            PERFORM SHOW-NETWORK-PATH
        END-IF
    END-IF
    IF FUNCTION TRIM(LNK-VIEWER-NAME) = FUNCTION TRIM(LNK-TARGET-NAME)

CHECK-VIEWER-CONNECTED.
    *> WS-IS-CONNECTED = "Y" when the viewer and the target appear
    *> together in Connections.dat, in either direction - two direct
    *> reads on the user-pair key, one per order.
    MOVE "N" TO WS-IS-CONNECTED
    OPEN INPUT ConnectionsFile

    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
    ELSE
        MOVE LNK-VIEWER-NAME TO CONN-USER-A
        MOVE LNK-TARGET-NAME TO CONN-USER-B
        READ ConnectionsFile KEY IS CONN-PAIR-KEY
            INVALID KEY
                MOVE LNK-TARGET-NAME TO CONN-USER-A
                MOVE LNK-VIEWER-NAME TO CONN-USER-B
                READ ConnectionsFile KEY IS CONN-PAIR-KEY
                    NOT INVALID KEY
                        MOVE "Y" TO WS-IS-CONNECTED
                END-READ
            NOT INVALID KEY
                MOVE "Y" TO WS-IS-CONNECTED
        END-READ
        CLOSE ConnectionsFile
    END-IF.

    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

COUNT-MUTUAL-CONNECTIONS.
    *> The viewer's and the target's connection lists are read
    *> straight off Connections.dat's user-column keys, then a nested
    *> scan counts how many names appear in both — same "load into a
    *> table, then scan" shape as RecentlyViewed.cob's
    *> LOAD-RECENTLY-VIEWED.
    MOVE 0 TO WS-VIEWER-CONN-COUNT
    MOVE 0 TO WS-TARGET-CONN-COUNT
    MOVE 0 TO WS-MUTUAL-COUNT
        OPEN OUTPUT ConnectionsFile
        CLOSE ConnectionsFile
    ELSE
        MOVE LNK-VIEWER-NAME TO WS-CONN-LOOKUP
        MOVE "A" TO WS-CONN-SIDE
        PERFORM READ-LOOKUP-CONNECTION-ROWS
        MOVE "B" TO WS-CONN-SIDE
        PERFORM READ-LOOKUP-CONNECTION-ROWS
        MOVE LNK-TARGET-NAME TO WS-CONN-LOOKUP
        MOVE "A" TO WS-CONN-SIDE
        PERFORM READ-LOOKUP-CONNECTION-ROWS
        MOVE "B" TO WS-CONN-SIDE
        PERFORM READ-LOOKUP-CONNECTION-ROWS
        CLOSE ConnectionsFile

        PERFORM VARYING WS-CONN-IDX FROM 1 BY 1 UNTIL WS-CONN-IDX > WS-VIEWER-CONN-COUNT
        END-PERFORM
    END-IF.

READ-LOOKUP-CONNECTION-ROWS.
    *> One side of WS-CONN-LOOKUP's rows: WS-CONN-SIDE = "A" STARTs on
    *> the CONN-USER-A alternate key, "B" on CONN-USER-B, and reads on
    *> until that column stops matching. Rows for the viewer land in
    *> WS-VIEWER-CONN, rows for the target in WS-TARGET-CONN.
    MOVE "N" TO WS-EOF-CONN
    IF WS-CONN-SIDE = "A"
        MOVE WS-CONN-LOOKUP TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    ELSE
        MOVE WS-CONN-LOOKUP TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    END-IF
    PERFORM UNTIL WS-EOF-CONN = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF-CONN
            NOT AT END
                IF (WS-CONN-SIDE = "A" AND CONN-USER-A NOT = WS-CONN-LOOKUP)
                    OR (WS-CONN-SIDE = "B" AND CONN-USER-B NOT = WS-CONN-LOOKUP)
                    MOVE "Y" TO WS-EOF-CONN
                ELSE
                    IF WS-CONN-SIDE = "A"
                        MOVE CONN-USER-B TO WS-CONN-OTHER
                    ELSE
                        MOVE CONN-USER-A TO WS-CONN-OTHER
                    END-IF
                    IF WS-CONN-LOOKUP = LNK-VIEWER-NAME
                        IF WS-VIEWER-CONN-COUNT < 50
                            ADD 1 TO WS-VIEWER-CONN-COUNT
                            MOVE WS-CONN-OTHER TO WS-VIEWER-CONN(WS-VIEWER-CONN-COUNT)
                        END-IF
                    ELSE
                        IF WS-TARGET-CONN-COUNT < 50
                            ADD 1 TO WS-TARGET-CONN-COUNT
                            MOVE WS-CONN-OTHER TO WS-TARGET-CONN(WS-TARGET-CONN-COUNT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

SHOW-NETWORK-PATH.
    CALL "DataStore" USING "T" LNK-VIEWER-NAME WS-DS-PASSWORD WS-DS-RESULT
        WS-VIEWER-TYPE
    IF WS-VIEWER-TYPE NOT = "S"
        EXIT PARAGRAPH
    END-IF
    CALL "NetworkPath" USING LNK-VIEWER-NAME LNK-TARGET-NAME WS-PATH-DEGREE
        WS-PATH-HOP-1 WS-PATH-HOP-2
    EVALUATE WS-PATH-DEGREE
        WHEN 2
            DISPLAY "How you're connected: You -> "
                FUNCTION TRIM(WS-PATH-HOP-1) " -> "
                FUNCTION TRIM(LNK-TARGET-NAME) " (2nd degree)"
        WHEN 3
            DISPLAY "How you're connected: You -> "
                FUNCTION TRIM(WS-PATH-HOP-1) " -> "
                FUNCTION TRIM(WS-PATH-HOP-2) " -> "
                FUNCTION TRIM(LNK-TARGET-NAME) " (3rd degree)"
        WHEN OTHER
            DISPLAY "How you're connected: not within three degrees."
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM CHECK-INTRO-DUPLICATE
    IF WS-INTRO-DUP-FOUND = "Y"
        DISPLAY "You already asked " FUNCTION TRIM(WS-PATH-HOP-1)
            " for an introduction to this person."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Ask " FUNCTION TRIM(WS-PATH-HOP-1)
        " to introduce you? (Y/N):"
    ACCEPT WS-INTRO-CHOICE
    IF WS-INTRO-CHOICE NOT = "Y" AND WS-INTRO-CHOICE NOT = "y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Add a short note for the introduction (or leave blank):"
    MOVE SPACES TO WS-INTRO-NOTE
    ACCEPT WS-INTRO-NOTE
    INSPECT WS-INTRO-NOTE REPLACING ALL X"0D" BY SPACE
    INSPECT WS-INTRO-NOTE REPLACING ALL X"0A" BY SPACE
    PERFORM RECORD-INTRODUCTION-REQUEST.

CHECK-INTRO-DUPLICATE.
    *> WS-INTRO-DUP-FOUND = "Y" when the viewer already has a pending
    *> introduction request through WS-PATH-HOP-1 to the target; also
    *> finds the highest INTRO-ID in use - the same one-pass scan
    *> IntroductionRequest.cpy's CHECK-INTRO-DUPLICATE makes.
    MOVE "N" TO WS-INTRO-DUP-FOUND
    MOVE "N" TO WS-EOF-INTRO
    MOVE 0 TO WS-MAX-INTRO-ID
    OPEN INPUT IntroductionRequestsFile
    IF WS-INTRO-STAT = "35"
        CLOSE IntroductionRequestsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-INTRO = "Y"
        READ IntroductionRequestsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF-INTRO
            NOT AT END
                IF FUNCTION TRIM(REQUESTER-USERNAME) = FUNCTION TRIM(LNK-VIEWER-NAME)
                    AND FUNCTION TRIM(INTERMEDIARY-USERNAME) = FUNCTION TRIM(WS-PATH-HOP-1)
                    AND FUNCTION TRIM(TARGET-USERNAME) = FUNCTION TRIM(LNK-TARGET-NAME)
                    AND INTRO-STATUS = "P"
                    MOVE "Y" TO WS-INTRO-DUP-FOUND
                END-IF
                IF INTRO-ID > WS-MAX-INTRO-ID
                    MOVE INTRO-ID TO WS-MAX-INTRO-ID
                END-IF
        END-READ
    END-PERFORM
    CLOSE IntroductionRequestsFile.

RECORD-INTRODUCTION-REQUEST.
    OPEN I-O IntroductionRequestsFile
    IF WS-INTRO-STAT = "35"
        CLOSE IntroductionRequestsFile
        OPEN OUTPUT IntroductionRequestsFile
        CLOSE IntroductionRequestsFile
        OPEN I-O IntroductionRequestsFile
    END-IF

    MOVE SPACES TO INTRODUCTION-REQUEST-RECORD
    ADD 1 TO WS-MAX-INTRO-ID
    MOVE WS-MAX-INTRO-ID TO INTRO-ID
    MOVE WS-MAX-INTRO-ID TO WS-INTRO-RRN
    MOVE LNK-VIEWER-NAME TO REQUESTER-USERNAME
    MOVE WS-PATH-HOP-1 TO INTERMEDIARY-USERNAME
    MOVE LNK-TARGET-NAME TO TARGET-USERNAME
    ACCEPT WS-INTRO-TODAY FROM DATE YYYYMMDD
    MOVE WS-INTRO-TODAY TO INTRO-REQUEST-DATE
    MOVE "P" TO INTRO-STATUS
    MOVE WS-INTRO-NOTE TO INTRO-NOTE

    WRITE INTRODUCTION-REQUEST-RECORD
        INVALID KEY
            DISPLAY "Could not file the introduction request; please try again."
        NOT INVALID KEY
            DISPLAY "Introduction request sent."
            PERFORM NOTIFY-INTERMEDIARY
    END-WRITE
    CLOSE IntroductionRequestsFile.

NOTIFY-INTERMEDIARY.
    MOVE "I" TO WS-NP-CATEGORY
    CALL "NotifyPref" USING WS-PATH-HOP-1 WS-NP-CATEGORY WS-NP-SETTING
    IF WS-NP-SETTING = "F"
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND NotificationsFile
    IF WS-NOTIF-STAT = "35"
        CLOSE NotificationsFile
        OPEN OUTPUT NotificationsFile
    END-IF

    MOVE SPACES TO NOTIFICATIONS-RECORD
    MOVE WS-PATH-HOP-1 TO NOTIF-USERNAME
    STRING FUNCTION TRIM(LNK-VIEWER-NAME)
        " asked you to introduce them to "
        FUNCTION TRIM(LNK-TARGET-NAME)
        INTO NOTIF-MESSAGE
    IF WS-NP-SETTING = "D"
        MOVE "D" TO NOTIF-READ-FLAG
    ELSE
        MOVE "N" TO NOTIF-READ-FLAG
    END-IF
    WRITE NOTIFICATIONS-RECORD
    CLOSE NotificationsFile.

WORK-EXPERIENCE.
    DISPLAY "Experience:"
    IF FUNCTION TRIM(JobTitle(1)) = SPACE
        END-PERFORM
    END-IF.

SHOW-PROJECTS.
    MOVE 0 TO WS-PRJ-COUNT
    MOVE "N" TO WS-EOF-PRJ
    DISPLAY "Projects:"
    OPEN INPUT ProjectsFile

    IF WS-PRJ-STAT = "35"
        CLOSE ProjectsFile
    ELSE
        PERFORM UNTIL WS-EOF-PRJ = "Y"
            READ ProjectsFile
                AT END
                    MOVE "Y" TO WS-EOF-PRJ
                NOT AT END
                    IF FUNCTION TRIM(PRJ-USERNAME) = FUNCTION TRIM(LNK-TARGET-NAME)
                        ADD 1 TO WS-PRJ-COUNT
                        DISPLAY "Project: " FUNCTION TRIM(PRJ-TITLE)
                        IF FUNCTION TRIM(PRJ-ROLE) NOT = SPACES
                            DISPLAY "Role: " FUNCTION TRIM(PRJ-ROLE)
                        END-IF
                        IF FUNCTION TRIM(PRJ-DATES) NOT = SPACES
                            DISPLAY "Dates: " FUNCTION TRIM(PRJ-DATES)
                        END-IF
                        IF FUNCTION TRIM(PRJ-DESCRIPTION) NOT = SPACES
                            DISPLAY "Description: " FUNCTION TRIM(PRJ-DESCRIPTION)
                        END-IF
                        IF FUNCTION TRIM(PRJ-LINK) NOT = SPACES
                            DISPLAY "Link: " FUNCTION TRIM(PRJ-LINK)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProjectsFile
    END-IF

    IF WS-PRJ-COUNT = 0
        DISPLAY "No projects found."
    END-IF.

SHOW-CONTACT-CARD.
    MOVE "N" TO WS-EOF-CC
    OPEN INPUT ContactCardsFile

SKILLS-COMPLETED.
    PERFORM LOAD-SKILL-TITLES
    PERFORM CHECK-COUNTS-HIDDEN
    MOVE 0 TO WS-SKILLS-COMPLETE
    MOVE "N" TO WS-EOF-SKILL
    DISPLAY "Skills completed:"
                    IF FUNCTION TRIM(SKILL-USERNAME) = FUNCTION TRIM(LNK-TARGET-NAME)
                        ADD 1 TO WS-SKILLS-COMPLETE
                        MOVE SKILL-NUMBER TO WS-ENDORSE-SKILL
                        MOVE 0 TO WS-ENDORSE-COUNT
                        IF WS-COUNTS-HIDDEN = "N"
                            PERFORM COUNT-SKILL-ENDORSEMENTS
                        END-IF
                        IF WS-ENDORSE-COUNT > 0
                            DISPLAY "- " FUNCTION TRIM(WS-SKILL-NAME(SKILL-NUMBER))
                                " (" WS-ENDORSE-COUNT " endorsement(s))"
        CLOSE SkillCatalogFile
    END-IF.

CHECK-COUNTS-HIDDEN.
    *> An admin reviewing the account's endorsements in
    *> EndorsementReview.cob can hide its counts (EF-STATUS "H").
    MOVE "N" TO WS-COUNTS-HIDDEN
    MOVE "N" TO WS-EOF-EF
    OPEN INPUT EndorsementFlagsFile
    IF WS-EF-STAT = "35"
        CLOSE EndorsementFlagsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-EF = "Y"
        READ EndorsementFlagsFile
            AT END
                MOVE "Y" TO WS-EOF-EF
            NOT AT END
                IF EF-USERNAME = LNK-TARGET-NAME AND EF-STATUS = "H"
                    MOVE "Y" TO WS-COUNTS-HIDDEN
                END-IF
        END-READ
    END-PERFORM
    CLOSE EndorsementFlagsFile.

COUNT-SKILL-ENDORSEMENTS.
    *> Tallies SkillEndorsements.dat rows (written by EndorseSkill.cob,
    *> connections only) for the target's WS-ENDORSE-SKILL, so each
        END-PERFORM
    END-IF

    MOVE SPACES TO EXPORT-LINE
    MOVE "Projects:" TO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE 0 TO WS-PRJ-COUNT
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
                    IF FUNCTION TRIM(PRJ-USERNAME) = FUNCTION TRIM(LNK-TARGET-NAME)
                        ADD 1 TO WS-PRJ-COUNT
                        PERFORM EXPORT-PROJECT-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProjectsFile
    END-IF
    IF WS-PRJ-COUNT = 0
        MOVE "No projects found." TO EXPORT-LINE
        WRITE EXPORT-LINE
    END-IF

    CLOSE ExportFile
    DISPLAY "Your profile has been exported to " FUNCTION TRIM(WS-EXPORT-PATH).

EXPORT-PROJECT-ROW.
    MOVE SPACES TO EXPORT-LINE
    STRING "Project: " FUNCTION TRIM(PRJ-TITLE) INTO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE SPACES TO EXPORT-LINE
    STRING "Role: " FUNCTION TRIM(PRJ-ROLE) INTO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE SPACES TO EXPORT-LINE
    STRING "Dates: " FUNCTION TRIM(PRJ-DATES) INTO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE SPACES TO EXPORT-LINE
    STRING "Description: " FUNCTION TRIM(PRJ-DESCRIPTION) INTO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE SPACES TO EXPORT-LINE
    STRING "Link: " FUNCTION TRIM(PRJ-LINK) INTO EXPORT-LINE
    WRITE EXPORT-LINE.

END PROGRAM PersonalProfile.
