>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ActivityFeed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT BlocklistFile ASSIGN TO "data/Blocklist.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BLOCK-STAT.
    SELECT ProfileFile ASSIGN TO "data/profiles.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-STAT.
    SELECT SkillsCompletedFile ASSIGN TO "data/SkillsCompleted.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SKILL-STAT.
    SELECT SkillCatalogFile ASSIGN TO "data/SkillCatalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-STAT.
    SELECT RecommendationsFile ASSIGN TO "data/Recommendations.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RECO-STAT.
    SELECT EventRsvpsFile ASSIGN TO "data/EventRsvps.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RSVP-STAT.

DATA DIVISION.
FILE SECTION.
FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD BlocklistFile.
01 BLOCKLIST-RECORD.
       05 BL-USER-A            PIC X(30).
       05 BL-USER-B            PIC X(30).

FD ProfileFile.
01 Profile-Record.
   05 PR-USERNAME   PIC X(30).
   05 PR-NAME       PIC X(50).
   05 PR-UNIVERSITY PIC X(50).
   05 PR-MAJOR      PIC X(50).
   05 PR-GRADYEAR   PIC 9(4).
   05 PR-GRADSTATUS PIC X.
   05 PR-ABOUT      PIC X(200).
   05 PR-JOBTITLE   OCCURS 3 TIMES PIC X(50).
   05 PR-COMPANY    OCCURS 3 TIMES PIC X(50).
   05 PR-DATES      OCCURS 3 TIMES PIC X(30).
   05 PR-DESC       OCCURS 3 TIMES PIC X(200).
   05 PR-DEGREE     OCCURS 3 TIMES PIC X(50).
   05 PR-UNIV       OCCURS 3 TIMES PIC X(50).
   05 PR-YEARS      OCCURS 3 TIMES PIC X(30).
   05 PR-LAST-UPDATE PIC 9(8).

FD SkillsCompletedFile.
01 SKILL-COMPLETED-RECORD.
       05 SKILL-USERNAME PIC X(30).
       05 SKILL-NUMBER   PIC 9.

FD SkillCatalogFile.
01 CATALOG-RECORD.
       05 CAT-SKILL-NUMBER PIC 9.
       05 CAT-LINE-TYPE    PIC X.
       05 CAT-TEXT         PIC X(100).

FD RecommendationsFile.
01 RECOMMENDATION-RECORD.
       05 RECO-OWNER   PIC X(30).
       05 RECO-AUTHOR  PIC X(30).
       05 RECO-TEXT    PIC X(200).
       05 RECO-DATE    PIC 9(8).
       05 RECO-STATUS  PIC X(01).

FD EventRsvpsFile.
01 EVENT-RSVP-RECORD.
       05 RSVP-USERNAME  PIC X(30).
       05 RSVP-POSTED-BY PIC X(30).
       05 RSVP-TITLE     PIC X(50).
       05 RSVP-DATE      PIC 9(8).

WORKING-STORAGE SECTION.
*> What a student's network has been doing, built fresh from the
*> files that already record it: profile edits (ProfileLastUpdate),
*> accepted recommendations, and RSVPs to upcoming career events,
*> newest first, followed by the lessons each connection has
*> completed (SkillsCompleted.dat keeps no completion date, so those
*> rows cannot be ranked by time and always sort after dated ones).
*> Only the viewer's own connections appear, and never one blocked
*> in either direction. A recommendation author or event poster who
*> is blocked with the viewer drops the whole item; an author whose
*> PrivacyPrefs scope is "connections only" and who is not connected
*> to the viewer is shown as "another member" instead of by name.
*> LNK-FEED-MODE "B" only counts the dated items for the login
*> banner; "F" shows the full feed a page at a time the way
*> Search.cob's LIST-NAME-MATCHES-PAGED pages its results.
77 WS-CONN-STAT     PIC XX VALUE SPACES.
77 WS-EOF-CONN      PIC X VALUE "N".
77 WS-CONN-SIDE     PIC X VALUE "A".
77 WS-BLOCK-STAT    PIC XX VALUE SPACES.
77 WS-EOF-BLOCK     PIC X VALUE "N".
77 WS-PROFILE-STAT  PIC XX VALUE SPACES.
77 WS-EOF-PROFILE   PIC X VALUE "N".
77 WS-SKILL-STAT    PIC XX VALUE SPACES.
77 WS-EOF-SKILL     PIC X VALUE "N".
77 WS-CATALOG-STAT  PIC XX VALUE SPACES.
77 WS-EOF-CATALOG   PIC X VALUE "N".
77 WS-RECO-STAT     PIC XX VALUE SPACES.
77 WS-EOF-RECO      PIC X VALUE "N".
77 WS-RSVP-STAT     PIC XX VALUE SPACES.
77 WS-EOF-RSVP      PIC X VALUE "N".

77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-WINDOW-START  PIC 9(8) VALUE 0.
77 WS-FEED-DAYS     PIC 9(3) VALUE 30.
77 I                PIC 9(4) VALUE 0.
77 J                PIC 9(4) VALUE 0.
77 WS-CONN-IDX      PIC 9(4) VALUE 0.
77 WS-OTHER-USER    PIC X(30) VALUE SPACES.
77 WS-IS-BLOCKED    PIC X VALUE "N".
77 WS-IS-CONNECTED  PIC X VALUE "N".
77 WS-AUTHOR-LABEL  PIC X(50) VALUE SPACES.
77 WS-ACTOR-LABEL   PIC X(90) VALUE SPACES.
77 WS-DATED-COUNT   PIC 9(4) VALUE 0.

77 WS-PV-SCOPE          PIC X(01) VALUE SPACE.
77 WS-PV-HIDE-CANDIDATE PIC X(01) VALUE SPACE.
77 WS-PV-HIDE-VIEWS     PIC X(01) VALUE SPACE.

77 WS-PAGE-SIZE     PIC 99 VALUE 10.
77 WS-PAGE-POS      PIC 9(4) VALUE 0.
77 WS-PAGE-LAST     PIC 9(4) VALUE 0.
77 WS-PAGE-CHOICE   PIC X VALUE SPACE.
77 WS-IO-BUFFER     PIC X(255) VALUE SPACES.

*> The viewer's connections, less anyone blocked either way, with the
*> display name picked up from profiles.dat.
01 WS-MY-CONN-TABLE.
   05 WS-MY-CONN-ROW OCCURS 50 TIMES.
       10 WS-MY-CONN      PIC X(30).
       10 WS-MY-CONN-NAME PIC X(50).
77 WS-MY-CONN-COUNT PIC 9(4) VALUE 0.

*> Everyone the viewer has blocked or been blocked by.
01 WS-BLOCKED-TABLE.
   05 WS-BLOCKED-USER OCCURS 50 TIMES PIC X(30).
77 WS-BLOCKED-COUNT PIC 9(4) VALUE 0.

01 WS-SKILL-TITLES.
   05 WS-SKILL-TITLE OCCURS 9 TIMES PIC X(50).

01 WS-FEED-TABLE.
   05 WS-FEED-ROW OCCURS 200 TIMES.
       10 WS-FD-DATE PIC 9(8).
       10 WS-FD-TEXT PIC X(200).
77 WS-FEED-COUNT    PIC 9(4) VALUE 0.
01 WS-FEED-SWAP.
   05 WS-SWAP-DATE  PIC 9(8).
   05 WS-SWAP-TEXT  PIC X(200).
77 WS-NEW-DATE      PIC 9(8) VALUE 0.
77 WS-NEW-TEXT      PIC X(200) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).
01 LNK-FEED-MODE PIC X.

PROCEDURE DIVISION USING LNK-USER-NAME LNK-FEED-MODE.

MAIN-LOGIC.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-FEED-DAYS)
    MOVE 0 TO WS-FEED-COUNT
    MOVE 0 TO WS-DATED-COUNT

    PERFORM LOAD-BLOCKED-USERS
    PERFORM LOAD-MY-CONNECTIONS
    IF WS-MY-CONN-COUNT = 0
        IF LNK-FEED-MODE NOT = "B"
            MOVE "No activity yet - connect with classmates to see "
                TO WS-IO-BUFFER
            PERFORM SHOW-LINE
            MOVE "what your network is up to." TO WS-IO-BUFFER
            PERFORM SHOW-LINE
        END-IF
        GOBACK
    END-IF

    PERFORM LOAD-CONNECTION-NAMES
    PERFORM COLLECT-PROFILE-UPDATES
    PERFORM COLLECT-RECOMMENDATIONS
    PERFORM COLLECT-EVENT-RSVPS

    IF LNK-FEED-MODE = "B"
        IF WS-DATED-COUNT > 0
            MOVE SPACES TO WS-IO-BUFFER
            STRING "Your network has " WS-DATED-COUNT
                " recent update(s). Open Network activity from the "
                "menu to see them."
                INTO WS-IO-BUFFER
            PERFORM SHOW-LINE
        END-IF
        GOBACK
    END-IF

    PERFORM SORT-FEED-NEWEST-FIRST
    PERFORM LOAD-SKILL-TITLES
    PERFORM COLLECT-COMPLETED-SKILLS

    MOVE "--- Network Activity ---" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    IF WS-FEED-COUNT = 0
        MOVE "Nothing new from your connections." TO WS-IO-BUFFER
        PERFORM SHOW-LINE
    ELSE
        PERFORM LIST-FEED-PAGED
    END-IF
    GOBACK.

LOAD-BLOCKED-USERS.
    *> Read-only scan: a missing Blocklist.dat means nobody is
    *> blocked, so no file is created here.
    MOVE 0 TO WS-BLOCKED-COUNT
    MOVE "N" TO WS-EOF-BLOCK
    OPEN INPUT BlocklistFile

    IF WS-BLOCK-STAT = "35"
        CLOSE BlocklistFile
    ELSE
        PERFORM UNTIL WS-EOF-BLOCK = "Y"
            READ BlocklistFile
                AT END
                    MOVE "Y" TO WS-EOF-BLOCK
                NOT AT END
                    IF WS-BLOCKED-COUNT < 50
                        IF FUNCTION TRIM(BL-USER-A) = FUNCTION TRIM(LNK-USER-NAME)
                            ADD 1 TO WS-BLOCKED-COUNT
                            MOVE BL-USER-B TO WS-BLOCKED-USER(WS-BLOCKED-COUNT)
                        ELSE
                            IF FUNCTION TRIM(BL-USER-B) = FUNCTION TRIM(LNK-USER-NAME)
                                ADD 1 TO WS-BLOCKED-COUNT
                                MOVE BL-USER-A TO WS-BLOCKED-USER(WS-BLOCKED-COUNT)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BlocklistFile
    END-IF.

LOAD-MY-CONNECTIONS.
    *> Read-only scan: a missing Connections.dat just means no
    *> connections yet, so no file is created here.
    MOVE 0 TO WS-MY-CONN-COUNT
    MOVE "N" TO WS-EOF-CONN
    OPEN INPUT ConnectionsFile

    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
    ELSE
        MOVE "A" TO WS-CONN-SIDE
        PERFORM READ-MY-CONNECTION-ROWS
        MOVE "B" TO WS-CONN-SIDE
        PERFORM READ-MY-CONNECTION-ROWS
        CLOSE ConnectionsFile
    END-IF.

READ-MY-CONNECTION-ROWS.
    *> One side of the caller's rows: WS-CONN-SIDE = "A" STARTs on the
    *> CONN-USER-A alternate key, "B" on CONN-USER-B, and reads on
    *> until that column stops matching.
    MOVE "N" TO WS-EOF-CONN
    IF WS-CONN-SIDE = "A"
        MOVE LNK-USER-NAME TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    ELSE
        MOVE LNK-USER-NAME TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    END-IF
    PERFORM UNTIL WS-EOF-CONN = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF-CONN
            NOT AT END
                IF (WS-CONN-SIDE = "A" AND CONN-USER-A NOT = LNK-USER-NAME)
                    OR (WS-CONN-SIDE = "B" AND CONN-USER-B NOT = LNK-USER-NAME)
                    MOVE "Y" TO WS-EOF-CONN
                ELSE
                    MOVE SPACES TO WS-OTHER-USER
                    IF FUNCTION TRIM(CONN-USER-A) = FUNCTION TRIM(LNK-USER-NAME)
                        MOVE CONN-USER-B TO WS-OTHER-USER
                    END-IF
                    IF FUNCTION TRIM(CONN-USER-B) = FUNCTION TRIM(LNK-USER-NAME)
                        MOVE CONN-USER-A TO WS-OTHER-USER
                    END-IF
                    IF WS-OTHER-USER NOT = SPACES
                        PERFORM CHECK-OTHER-BLOCKED
                        IF WS-IS-BLOCKED = "N" AND WS-MY-CONN-COUNT < 50
                            ADD 1 TO WS-MY-CONN-COUNT
                            MOVE WS-OTHER-USER TO WS-MY-CONN(WS-MY-CONN-COUNT)
                            MOVE WS-OTHER-USER TO WS-MY-CONN-NAME(WS-MY-CONN-COUNT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

LOAD-CONNECTION-NAMES.
    *> Swaps each connection's username for their profile name where
    *> they have one; a connection without a profile keeps showing
    *> as their username.
    MOVE "N" TO WS-EOF-PROFILE
    OPEN INPUT ProfileFile

    IF WS-PROFILE-STAT = "35"
        CLOSE ProfileFile
    ELSE
        PERFORM UNTIL WS-EOF-PROFILE = "Y"
            READ ProfileFile
                AT END
                    MOVE "Y" TO WS-EOF-PROFILE
                NOT AT END
                    MOVE PR-USERNAME TO WS-OTHER-USER
                    PERFORM FIND-CONNECTION
                    IF WS-CONN-IDX > 0 AND PR-NAME NOT = SPACES
                        MOVE PR-NAME TO WS-MY-CONN-NAME(WS-CONN-IDX)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProfileFile
    END-IF.

COLLECT-PROFILE-UPDATES.
    *> ProfileStore stamps ProfileLastUpdate on every save, so one
    *> row per connection who edited their profile inside the window.
    MOVE "N" TO WS-EOF-PROFILE
    OPEN INPUT ProfileFile

    IF WS-PROFILE-STAT = "35"
        CLOSE ProfileFile
    ELSE
        PERFORM UNTIL WS-EOF-PROFILE = "Y"
            READ ProfileFile
                AT END
                    MOVE "Y" TO WS-EOF-PROFILE
                NOT AT END
                    MOVE PR-USERNAME TO WS-OTHER-USER
                    PERFORM FIND-CONNECTION
                    IF WS-CONN-IDX > 0
                        AND PR-LAST-UPDATE NOT = 0
                        AND PR-LAST-UPDATE >= WS-WINDOW-START
                        PERFORM BUILD-ACTOR-LABEL
                        MOVE PR-LAST-UPDATE TO WS-NEW-DATE
                        MOVE SPACES TO WS-NEW-TEXT
                        STRING FUNCTION TRIM(WS-ACTOR-LABEL)
                            " updated their profile."
                            INTO WS-NEW-TEXT
                        PERFORM ADD-FEED-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProfileFile
    END-IF.

COLLECT-RECOMMENDATIONS.
    *> Only recommendations the owner approved ("A") - pending and
    *> hidden ones are the owner's business, not the network's.
    MOVE "N" TO WS-EOF-RECO
    OPEN INPUT RecommendationsFile

    IF WS-RECO-STAT = "35"
        CLOSE RecommendationsFile
    ELSE
        PERFORM UNTIL WS-EOF-RECO = "Y"
            READ RecommendationsFile
                AT END
                    MOVE "Y" TO WS-EOF-RECO
                NOT AT END
                    MOVE RECO-OWNER TO WS-OTHER-USER
                    PERFORM FIND-CONNECTION
                    IF WS-CONN-IDX > 0
                        AND RECO-STATUS = "A"
                        AND RECO-DATE >= WS-WINDOW-START
                        PERFORM ADD-RECOMMENDATION-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RecommendationsFile
    END-IF.

ADD-RECOMMENDATION-ITEM.
    PERFORM BUILD-ACTOR-LABEL
    MOVE RECO-AUTHOR TO WS-OTHER-USER
    PERFORM CHECK-OTHER-BLOCKED
    IF WS-IS-BLOCKED = "Y"
        EXIT PARAGRAPH
    END-IF

    *> The author is a third party to the viewer - named only when
    *> their visibility scope allows it.
    MOVE RECO-AUTHOR TO WS-AUTHOR-LABEL
    IF FUNCTION TRIM(RECO-AUTHOR) NOT = FUNCTION TRIM(LNK-USER-NAME)
        PERFORM FIND-CONNECTION
        IF WS-CONN-IDX > 0
            MOVE WS-MY-CONN-NAME(WS-CONN-IDX) TO WS-AUTHOR-LABEL
        ELSE
            CALL "PrivacyPref" USING RECO-AUTHOR WS-PV-SCOPE
                WS-PV-HIDE-CANDIDATE WS-PV-HIDE-VIEWS
            IF WS-PV-SCOPE = "C"
                MOVE "another member" TO WS-AUTHOR-LABEL
            END-IF
        END-IF
    ELSE
        MOVE "you" TO WS-AUTHOR-LABEL
    END-IF

    MOVE RECO-DATE TO WS-NEW-DATE
    MOVE SPACES TO WS-NEW-TEXT
    STRING FUNCTION TRIM(WS-ACTOR-LABEL)
        " added a recommendation from "
        FUNCTION TRIM(WS-AUTHOR-LABEL) "."
        INTO WS-NEW-TEXT
    PERFORM ADD-FEED-ITEM.

COLLECT-EVENT-RSVPS.
    *> RSVP-DATE is the event's own date; only events still ahead
    *> are worth telling anyone about.
    MOVE "N" TO WS-EOF-RSVP
    OPEN INPUT EventRsvpsFile

    IF WS-RSVP-STAT = "35"
        CLOSE EventRsvpsFile
    ELSE
        PERFORM UNTIL WS-EOF-RSVP = "Y"
            READ EventRsvpsFile
                AT END
                    MOVE "Y" TO WS-EOF-RSVP
                NOT AT END
                    MOVE RSVP-USERNAME TO WS-OTHER-USER
                    PERFORM FIND-CONNECTION
                    IF WS-CONN-IDX > 0 AND RSVP-DATE >= WS-TODAY
                        PERFORM ADD-RSVP-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EventRsvpsFile
    END-IF.

ADD-RSVP-ITEM.
    PERFORM BUILD-ACTOR-LABEL
    MOVE RSVP-POSTED-BY TO WS-OTHER-USER
    PERFORM CHECK-OTHER-BLOCKED
    IF WS-IS-BLOCKED = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE RSVP-DATE TO WS-NEW-DATE
    MOVE SPACES TO WS-NEW-TEXT
    STRING FUNCTION TRIM(WS-ACTOR-LABEL) " is going to "
        FUNCTION TRIM(RSVP-TITLE) " on " RSVP-DATE(1:4) "-"
        RSVP-DATE(5:2) "-" RSVP-DATE(7:2) "."
        INTO WS-NEW-TEXT
    PERFORM ADD-FEED-ITEM.

LOAD-SKILL-TITLES.
    *> Lesson titles ("T" lines) from the same catalog SkillMenu.cob
    *> builds its menu from.
    MOVE SPACES TO WS-SKILL-TITLES
    MOVE "N" TO WS-EOF-CATALOG
    OPEN INPUT SkillCatalogFile

    IF WS-CATALOG-STAT = "35"
        CLOSE SkillCatalogFile
    ELSE
        PERFORM UNTIL WS-EOF-CATALOG = "Y"
            READ SkillCatalogFile
                AT END
                    MOVE "Y" TO WS-EOF-CATALOG
                NOT AT END
                    IF CAT-LINE-TYPE = "T"
                        AND CAT-SKILL-NUMBER >= 1
                        MOVE CAT-TEXT TO WS-SKILL-TITLE(CAT-SKILL-NUMBER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SkillCatalogFile
    END-IF.

COLLECT-COMPLETED-SKILLS.
    *> Undated, so appended after the sorted dated rows.
    MOVE "N" TO WS-EOF-SKILL
    OPEN INPUT SkillsCompletedFile

    IF WS-SKILL-STAT = "35"
        CLOSE SkillsCompletedFile
    ELSE
        PERFORM UNTIL WS-EOF-SKILL = "Y"
            READ SkillsCompletedFile
                AT END
                    MOVE "Y" TO WS-EOF-SKILL
                NOT AT END
                    MOVE SKILL-USERNAME TO WS-OTHER-USER
                    PERFORM FIND-CONNECTION
                    IF WS-CONN-IDX > 0 AND SKILL-NUMBER >= 1
                        PERFORM BUILD-ACTOR-LABEL
                        MOVE 0 TO WS-NEW-DATE
                        MOVE SPACES TO WS-NEW-TEXT
                        IF WS-SKILL-TITLE(SKILL-NUMBER) = SPACES
                            STRING FUNCTION TRIM(WS-ACTOR-LABEL)
                                " completed skill lesson " SKILL-NUMBER "."
                                INTO WS-NEW-TEXT
                        ELSE
                            STRING FUNCTION TRIM(WS-ACTOR-LABEL)
                                " completed the lesson "
                                FUNCTION TRIM(WS-SKILL-TITLE(SKILL-NUMBER)) "."
                                INTO WS-NEW-TEXT
                        END-IF
                        PERFORM ADD-FEED-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SkillsCompletedFile
    END-IF.

FIND-CONNECTION.
    *> WS-CONN-IDX = row of WS-OTHER-USER in WS-MY-CONN-TABLE, or 0.
    MOVE 0 TO WS-CONN-IDX
    PERFORM VARYING J FROM 1 BY 1
            UNTIL J > WS-MY-CONN-COUNT OR WS-CONN-IDX > 0
        IF FUNCTION TRIM(WS-MY-CONN(J)) = FUNCTION TRIM(WS-OTHER-USER)
            MOVE J TO WS-CONN-IDX
        END-IF
    END-PERFORM.

CHECK-OTHER-BLOCKED.
    MOVE "N" TO WS-IS-BLOCKED
    PERFORM VARYING J FROM 1 BY 1
            UNTIL J > WS-BLOCKED-COUNT OR WS-IS-BLOCKED = "Y"
        IF FUNCTION TRIM(WS-BLOCKED-USER(J)) = FUNCTION TRIM(WS-OTHER-USER)
            MOVE "Y" TO WS-IS-BLOCKED
        END-IF
    END-PERFORM.

BUILD-ACTOR-LABEL.
    *> "Name (username)" for the connection at WS-CONN-IDX.
    MOVE SPACES TO WS-ACTOR-LABEL
    IF FUNCTION TRIM(WS-MY-CONN-NAME(WS-CONN-IDX)) =
        FUNCTION TRIM(WS-MY-CONN(WS-CONN-IDX))
        MOVE WS-MY-CONN(WS-CONN-IDX) TO WS-ACTOR-LABEL
    ELSE
        STRING FUNCTION TRIM(WS-MY-CONN-NAME(WS-CONN-IDX)) " ("
            FUNCTION TRIM(WS-MY-CONN(WS-CONN-IDX)) ")"
            INTO WS-ACTOR-LABEL
    END-IF.

ADD-FEED-ITEM.
    IF WS-FEED-COUNT >= 200
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FEED-COUNT
    MOVE WS-NEW-DATE TO WS-FD-DATE(WS-FEED-COUNT)
    MOVE WS-NEW-TEXT TO WS-FD-TEXT(WS-FEED-COUNT)
    IF WS-NEW-DATE NOT = 0
        ADD 1 TO WS-DATED-COUNT
    END-IF.

SORT-FEED-NEWEST-FIRST.
    *> Plain exchange sort on WS-FD-DATE - the table never holds more
    *> than a couple of hundred rows.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-FEED-COUNT
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FEED-COUNT - I
            IF WS-FD-DATE(J) < WS-FD-DATE(J + 1)
                MOVE WS-FEED-ROW(J) TO WS-FEED-SWAP
                MOVE WS-FEED-ROW(J + 1) TO WS-FEED-ROW(J)
                MOVE WS-FEED-SWAP TO WS-FEED-ROW(J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

LIST-FEED-PAGED.
    *> Lists WS-FEED-TABLE in pages of WS-PAGE-SIZE, prompting to
    *> continue between pages, mirroring Search.cob's
    *> LIST-NAME-MATCHES-PAGED.
    MOVE 1 TO WS-PAGE-POS
    PERFORM UNTIL WS-PAGE-POS > WS-FEED-COUNT
        COMPUTE WS-PAGE-LAST = WS-PAGE-POS + WS-PAGE-SIZE - 1
        IF WS-PAGE-LAST > WS-FEED-COUNT
            MOVE WS-FEED-COUNT TO WS-PAGE-LAST
        END-IF

        PERFORM VARYING I FROM WS-PAGE-POS BY 1 UNTIL I > WS-PAGE-LAST
            MOVE SPACES TO WS-IO-BUFFER
            IF WS-FD-DATE(I) = 0
                STRING "           " FUNCTION TRIM(WS-FD-TEXT(I))
                    INTO WS-IO-BUFFER
            ELSE
                STRING WS-FD-DATE(I)(1:4) "-" WS-FD-DATE(I)(5:2) "-"
                    WS-FD-DATE(I)(7:2) " " FUNCTION TRIM(WS-FD-TEXT(I))
                    INTO WS-IO-BUFFER
            END-IF
            PERFORM SHOW-LINE
        END-PERFORM

        MOVE WS-PAGE-LAST TO WS-PAGE-POS
        ADD 1 TO WS-PAGE-POS
        IF WS-PAGE-POS <= WS-FEED-COUNT
            MOVE "Show next results? (Y/N):" TO WS-IO-BUFFER
            PERFORM SHOW-LINE
            CALL "ScriptedIO" USING "R" WS-IO-BUFFER
            MOVE WS-IO-BUFFER(1:1) TO WS-PAGE-CHOICE
            IF WS-PAGE-CHOICE NOT = "Y" AND WS-PAGE-CHOICE NOT = "y"
                COMPUTE WS-PAGE-POS = WS-FEED-COUNT + 1
            END-IF
        END-IF
    END-PERFORM.

SHOW-LINE.
    *> One line of screen output through ScriptedIO - displayed, and
    *> mirrored to data/InCollege-Output.txt in scripted mode.
    CALL "ScriptedIO" USING "W" WS-IO-BUFFER
    MOVE SPACES TO WS-IO-BUFFER.

END PROGRAM ActivityFeed.
