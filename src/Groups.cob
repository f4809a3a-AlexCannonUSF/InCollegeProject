>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GroupsFile ASSIGN TO "data/Groups.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GRP-STAT.
    SELECT GroupMembersFile ASSIGN TO "data/GroupMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GM-STAT.
    SELECT TempMembersFile ASSIGN TO "data/GroupMembers.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT GroupPostsFile ASSIGN TO "data/GroupPosts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GP-STAT.
    SELECT BlocklistFile ASSIGN TO "data/Blocklist.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BLOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD GroupsFile.
01 GROUP-RECORD.
       05 GRP-ID           PIC 9(4).
       05 GRP-NAME         PIC X(50).
       05 GRP-TYPE         PIC X(01).
       05 GRP-DESCRIPTION  PIC X(200).
       05 GRP-UNIVERSITY   PIC X(50).
       05 GRP-OWNER        PIC X(30).
       05 GRP-CREATED-DATE PIC 9(8).

FD GroupMembersFile.
01 GROUP-MEMBER-RECORD.
       05 GM-GROUP-ID    PIC 9(4).
       05 GM-USERNAME    PIC X(30).
       05 GM-JOINED-DATE PIC 9(8).

FD TempMembersFile.
01 TEMP-MEMBER-RECORD PIC X(42).

FD GroupPostsFile.
01 GROUP-POST-RECORD.
       05 GP-GROUP-ID  PIC 9(4).
       05 GP-AUTHOR    PIC X(30).
       05 GP-POSTED-TS PIC 9(14).
       05 GP-TEXT      PIC X(200).

FD BlocklistFile.
01 BLOCKLIST-RECORD.
       05 BL-USER-A            PIC X(30).
       05 BL-USER-B            PIC X(30).

WORKING-STORAGE SECTION.
*> Student interest groups - a club, a major, or a campus interest
*> that classmates can gather around without a connection request to
*> each member. data/Groups.dat holds one row per group (tagged with
*> the founder's university so CareerServicesMenu can show a school
*> its own groups), data/GroupMembers.dat one row per member, and
*> data/GroupPosts.dat the short updates members post. Reading and
*> posting both need a membership row in the group; a post
*> whose author is blocked with the reader in either direction is
*> left out of that reader's view, the same test Messages.cob's
*> CHECK-PAIR-BLOCKED makes before a direct message.
77 WS-GRP-STAT    PIC XX VALUE SPACES.
77 WS-GM-STAT     PIC XX VALUE SPACES.
77 WS-GP-STAT     PIC XX VALUE SPACES.
77 WS-BLOCK-STAT  PIC XX VALUE SPACES.
77 WS-EOF-GRP     PIC X VALUE "N".
77 WS-EOF-GM      PIC X VALUE "N".
77 WS-EOF-GP      PIC X VALUE "N".
77 WS-EOF-BLOCK   PIC X VALUE "N".
77 WS-IS-BLOCKED  PIC X VALUE "N".
77 WS-OTHER-USER  PIC X(30) VALUE SPACES.

*> Leaving a group rebuilds GroupMembers.dat through the usual
*> temp-file swap, under the shared update lock (UpdateLock.cob).
77 WS-RECOVER-DAT PIC X(60) VALUE "data/GroupMembers.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/GroupMembers.tmp".
77 WS-LOCK-RESULT PIC X VALUE SPACE.

77 WS-MENU-CHOICE PIC X(4) VALUE SPACES.
77 WS-EXIT-FLAG   PIC X VALUE "N".
77 WS-PICK-RAW    PIC X(4) VALUE SPACES.
77 WS-PICK        PIC 9(4) VALUE 0.
77 WS-TODAY       PIC 9(8) VALUE 0.
77 WS-NOW-TIME    PIC 9(8) VALUE 0.
77 WS-MAX-GROUP-ID PIC 9(4) VALUE 0.
77 WS-NEW-NAME    PIC X(50) VALUE SPACES.
77 WS-NEW-TYPE    PIC X(01) VALUE SPACE.
77 WS-NEW-DESC    PIC X(200) VALUE SPACES.
77 WS-POST-BODY   PIC X(200) VALUE SPACES.
77 WS-DUP-NAME    PIC X VALUE "N".
77 WS-REMOVED     PIC X VALUE "N".
77 WS-POST-COUNT  PIC 9(4) VALUE 0.
77 WS-HIDDEN-COUNT PIC 9(4) VALUE 0.
77 WS-SEL-ID      PIC 9(4) VALUE 0.
77 WS-SEL-NAME    PIC X(50) VALUE SPACES.
77 WS-TYPE-LABEL  PIC X(10) VALUE SPACES.
77 WS-LIST-MODE   PIC X VALUE SPACE.
77 WS-SHOWN       PIC 9(4) VALUE 0.
77 I              PIC 9(4) VALUE 0.
77 J              PIC 9(4) VALUE 0.

77 WS-PROFILE-FOUND PIC X VALUE "N".
01 WS-PROFILE-RECORD.
    05 WS-NAME        PIC X(50).
    05 WS-UNIVERSITY  PIC X(50).
    05 WS-MAJOR       PIC X(50).
    05 WS-GRADYEAR    PIC 9(4).
    05 WS-GRADSTATUS  PIC X.
    05 WS-ABOUT       PIC X(200).
    05 WS-JOBTITLE    OCCURS 3 TIMES PIC X(50).
    05 WS-COMPANY     OCCURS 3 TIMES PIC X(50).
    05 WS-DATES       OCCURS 3 TIMES PIC X(30).
    05 WS-DESC        OCCURS 3 TIMES PIC X(200).
    05 WS-DEGREE      OCCURS 3 TIMES PIC X(50).
    05 WS-UNIV        OCCURS 3 TIMES PIC X(50).
    05 WS-YEARS       OCCURS 3 TIMES PIC X(30).

*> Every group on file, loaded once per menu action with its member
*> count and whether the caller belongs to it.
77 WS-GROUP-COUNT PIC 9(4) VALUE 0.
01 WS-GROUP-TABLE.
    05 WS-GROUP-ROW OCCURS 100 TIMES.
        10 WS-G-ID         PIC 9(4).
        10 WS-G-NAME       PIC X(50).
        10 WS-G-TYPE       PIC X(01).
        10 WS-G-UNIVERSITY PIC X(50).
        10 WS-G-MEMBERS    PIC 9(4).
        10 WS-G-JOINED     PIC X(01).

*> Row numbers into WS-GROUP-TABLE for the list just shown, so the
*> number the student types maps back to the right group.
01 WS-PICK-TABLE.
    05 WS-PICK-ROW OCCURS 100 TIMES PIC 9(4).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.

MAIN-LOGIC.
    MOVE "N" TO WS-EXIT-FLAG
    PERFORM UNTIL WS-EXIT-FLAG = "Y"
        DISPLAY "--- Student Groups ---"
        DISPLAY "1. Browse all groups"
        DISPLAY "2. Create a group"
        DISPLAY "3. Join a group"
        DISPLAY "4. Leave a group"
        DISPLAY "5. Post an update to one of my groups"
        DISPLAY "6. Read one of my groups' posts"
        DISPLAY "7. Go back"
        DISPLAY "Enter your choice:"
        ACCEPT WS-MENU-CHOICE
        EVALUATE FUNCTION TRIM(WS-MENU-CHOICE)
            WHEN "1"
                PERFORM BROWSE-GROUPS
            WHEN "2"
                PERFORM CREATE-GROUP
            WHEN "3"
                PERFORM JOIN-GROUP
            WHEN "4"
                PERFORM LEAVE-GROUP
            WHEN "5"
                PERFORM POST-TO-GROUP
            WHEN "6"
                PERFORM READ-GROUP-POSTS
            WHEN "7"
                MOVE "Y" TO WS-EXIT-FLAG
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM
    GOBACK.

BROWSE-GROUPS.
    PERFORM LOAD-GROUPS
    IF WS-GROUP-COUNT = 0
        DISPLAY "No groups have been created yet."
        EXIT PARAGRAPH
    END-IF
    MOVE "A" TO WS-LIST-MODE
    PERFORM LIST-GROUPS.

CREATE-GROUP.
    DISPLAY "Enter the group's name:"
    ACCEPT WS-NEW-NAME
    INSPECT WS-NEW-NAME REPLACING ALL X"0D" BY SPACE
    INSPECT WS-NEW-NAME REPLACING ALL X"0A" BY SPACE
    IF FUNCTION TRIM(WS-NEW-NAME) = SPACES
        DISPLAY "Group name cannot be blank."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "What kind of group is it? C=Club  M=Major  I=Interest:"
    ACCEPT WS-NEW-TYPE
    MOVE FUNCTION UPPER-CASE(WS-NEW-TYPE) TO WS-NEW-TYPE
    IF WS-NEW-TYPE NOT = "C" AND WS-NEW-TYPE NOT = "M"
        AND WS-NEW-TYPE NOT = "I"
        MOVE "I" TO WS-NEW-TYPE
    END-IF

    DISPLAY "Describe the group in one line (or leave blank):"
    ACCEPT WS-NEW-DESC
    INSPECT WS-NEW-DESC REPLACING ALL X"0D" BY SPACE
    INSPECT WS-NEW-DESC REPLACING ALL X"0A" BY SPACE

    *> The group belongs to the founder's school, so career services
    *> at that university can see it.
    CALL "ProfileStore" USING "L" LNK-USER-NAME WS-PROFILE-FOUND
        WS-PROFILE-RECORD
    IF WS-PROFILE-FOUND NOT = "Y"
        MOVE SPACES TO WS-UNIVERSITY
    END-IF

    *> One pass finds the highest GRP-ID issued and refuses a second
    *> group with the same name at the same university.
    MOVE "N" TO WS-DUP-NAME
    MOVE 0 TO WS-MAX-GROUP-ID
    MOVE "N" TO WS-EOF-GRP
    OPEN INPUT GroupsFile
    IF WS-GRP-STAT = "35"
        CLOSE GroupsFile
    ELSE
        PERFORM UNTIL WS-EOF-GRP = "Y"
            READ GroupsFile
                AT END
                    MOVE "Y" TO WS-EOF-GRP
                NOT AT END
                    IF GRP-ID > WS-MAX-GROUP-ID
                        MOVE GRP-ID TO WS-MAX-GROUP-ID
                    END-IF
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-NAME))
                        = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-NAME))
                        AND FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-UNIVERSITY))
                        = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNIVERSITY))
                        MOVE "Y" TO WS-DUP-NAME
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GroupsFile
    END-IF

    IF WS-DUP-NAME = "Y"
        DISPLAY "A group with that name already exists at your "
            "university. Join it from the menu instead."
        EXIT PARAGRAPH
    END-IF

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    OPEN EXTEND GroupsFile
    IF WS-GRP-STAT = "35"
        CLOSE GroupsFile
        OPEN OUTPUT GroupsFile
    END-IF
    MOVE SPACES TO GROUP-RECORD
    ADD 1 TO WS-MAX-GROUP-ID
    MOVE WS-MAX-GROUP-ID TO GRP-ID
    MOVE WS-NEW-NAME TO GRP-NAME
    MOVE WS-NEW-TYPE TO GRP-TYPE
    MOVE WS-NEW-DESC TO GRP-DESCRIPTION
    MOVE WS-UNIVERSITY TO GRP-UNIVERSITY
    MOVE LNK-USER-NAME TO GRP-OWNER
    MOVE WS-TODAY TO GRP-CREATED-DATE
    WRITE GROUP-RECORD
    CLOSE GroupsFile

    *> The founder is the group's first member.
    MOVE WS-MAX-GROUP-ID TO WS-SEL-ID
    PERFORM ADD-MEMBERSHIP

    DISPLAY "Group " FUNCTION TRIM(WS-NEW-NAME)
        " created. You are its first member.".

JOIN-GROUP.
    PERFORM LOAD-GROUPS
    MOVE "O" TO WS-LIST-MODE
    PERFORM LIST-GROUPS
    IF WS-SHOWN = 0
        DISPLAY "There are no groups you have not already joined."
        EXIT PARAGRAPH
    END-IF
    PERFORM PICK-GROUP
    IF WS-SEL-ID = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM ADD-MEMBERSHIP
    DISPLAY "You joined " FUNCTION TRIM(WS-SEL-NAME) ".".

LEAVE-GROUP.
    PERFORM LOAD-GROUPS
    MOVE "M" TO WS-LIST-MODE
    PERFORM LIST-GROUPS
    IF WS-SHOWN = 0
        DISPLAY "You are not a member of any group."
        EXIT PARAGRAPH
    END-IF
    PERFORM PICK-GROUP
    IF WS-SEL-ID = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-REMOVED
    MOVE "N" TO WS-EOF-GM
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN INPUT GroupMembersFile
    IF WS-GM-STAT = "35"
        CLOSE GroupMembersFile
    ELSE
        OPEN OUTPUT TempMembersFile
        PERFORM UNTIL WS-EOF-GM = "Y"
            READ GroupMembersFile
                AT END
                    MOVE "Y" TO WS-EOF-GM
                NOT AT END
                    IF GM-GROUP-ID = WS-SEL-ID
                        AND FUNCTION TRIM(GM-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        MOVE "Y" TO WS-REMOVED
                    ELSE
                        MOVE GROUP-MEMBER-RECORD TO TEMP-MEMBER-RECORD
                        WRITE TEMP-MEMBER-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GroupMembersFile
        CLOSE TempMembersFile
        IF WS-REMOVED = "Y"
            CALL "CBL_DELETE_FILE" USING "data/GroupMembers.dat"
            CALL "CBL_RENAME_FILE" USING "data/GroupMembers.tmp"
                "data/GroupMembers.dat"
        ELSE
            CALL "CBL_DELETE_FILE" USING "data/GroupMembers.tmp"
        END-IF
    END-IF
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT

    IF WS-REMOVED = "Y"
        DISPLAY "You left " FUNCTION TRIM(WS-SEL-NAME) "."
    ELSE
        DISPLAY "You are not a member of that group."
    END-IF.

POST-TO-GROUP.
    PERFORM LOAD-GROUPS
    MOVE "M" TO WS-LIST-MODE
    PERFORM LIST-GROUPS
    IF WS-SHOWN = 0
        DISPLAY "Join a group before posting to it."
        EXIT PARAGRAPH
    END-IF
    PERFORM PICK-GROUP
    IF WS-SEL-ID = 0
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Enter your update (one line):"
    ACCEPT WS-POST-BODY
    INSPECT WS-POST-BODY REPLACING ALL X"0D" BY SPACE
    INSPECT WS-POST-BODY REPLACING ALL X"0A" BY SPACE
    IF FUNCTION TRIM(WS-POST-BODY) = SPACES
        DISPLAY "An update cannot be blank."
        EXIT PARAGRAPH
    END-IF

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME
    OPEN EXTEND GroupPostsFile
    IF WS-GP-STAT = "35"
        CLOSE GroupPostsFile
        OPEN OUTPUT GroupPostsFile
    END-IF
    MOVE SPACES TO GROUP-POST-RECORD
    MOVE WS-SEL-ID TO GP-GROUP-ID
    MOVE LNK-USER-NAME TO GP-AUTHOR
    STRING WS-TODAY DELIMITED BY SIZE
           WS-NOW-TIME(1:6) DELIMITED BY SIZE
           INTO GP-POSTED-TS
    MOVE WS-POST-BODY TO GP-TEXT
    WRITE GROUP-POST-RECORD
    CLOSE GroupPostsFile

    DISPLAY "Update posted to " FUNCTION TRIM(WS-SEL-NAME) ".".

READ-GROUP-POSTS.
    PERFORM LOAD-GROUPS
    MOVE "M" TO WS-LIST-MODE
    PERFORM LIST-GROUPS
    IF WS-SHOWN = 0
        DISPLAY "Join a group to read its posts."
        EXIT PARAGRAPH
    END-IF
    PERFORM PICK-GROUP
    IF WS-SEL-ID = 0
        EXIT PARAGRAPH
    END-IF

    DISPLAY "--- " FUNCTION TRIM(WS-SEL-NAME) " ---"
    MOVE 0 TO WS-POST-COUNT
    MOVE 0 TO WS-HIDDEN-COUNT
    MOVE "N" TO WS-EOF-GP
    OPEN INPUT GroupPostsFile
    IF WS-GP-STAT = "35"
        CLOSE GroupPostsFile
    ELSE
        PERFORM UNTIL WS-EOF-GP = "Y"
            READ GroupPostsFile
                AT END
                    MOVE "Y" TO WS-EOF-GP
                NOT AT END
                    IF GP-GROUP-ID = WS-SEL-ID
                        MOVE GP-AUTHOR TO WS-OTHER-USER
                        PERFORM CHECK-PAIR-BLOCKED
                        IF WS-IS-BLOCKED = "Y"
                            ADD 1 TO WS-HIDDEN-COUNT
                        ELSE
                            ADD 1 TO WS-POST-COUNT
                            DISPLAY FUNCTION TRIM(GP-AUTHOR) " on "
                                GP-POSTED-TS(1:4) "-" GP-POSTED-TS(5:2) "-"
                                GP-POSTED-TS(7:2) ":"
                            DISPLAY "  " FUNCTION TRIM(GP-TEXT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GroupPostsFile
    END-IF

    IF WS-HIDDEN-COUNT > 0
        DISPLAY WS-HIDDEN-COUNT " update(s) hidden from blocked members"
    ELSE
        IF WS-POST-COUNT = 0
            DISPLAY "No updates have been posted to this group yet."
        END-IF
    END-IF.

LOAD-GROUPS.
    *> Fills WS-GROUP-TABLE from Groups.dat, then one pass over
    *> GroupMembers.dat counts each group's members and marks the ones
    *> the caller belongs to.
    MOVE 0 TO WS-GROUP-COUNT
    MOVE "N" TO WS-EOF-GRP
    OPEN INPUT GroupsFile
    IF WS-GRP-STAT = "35"
        CLOSE GroupsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-GRP = "Y"
        READ GroupsFile
            AT END
                MOVE "Y" TO WS-EOF-GRP
            NOT AT END
                IF WS-GROUP-COUNT < 100
                    ADD 1 TO WS-GROUP-COUNT
                    MOVE GRP-ID TO WS-G-ID(WS-GROUP-COUNT)
                    MOVE GRP-NAME TO WS-G-NAME(WS-GROUP-COUNT)
                    MOVE GRP-TYPE TO WS-G-TYPE(WS-GROUP-COUNT)
                    MOVE GRP-UNIVERSITY TO WS-G-UNIVERSITY(WS-GROUP-COUNT)
                    MOVE 0 TO WS-G-MEMBERS(WS-GROUP-COUNT)
                    MOVE "N" TO WS-G-JOINED(WS-GROUP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE GroupsFile

    MOVE "N" TO WS-EOF-GM
    OPEN INPUT GroupMembersFile
    IF WS-GM-STAT = "35"
        CLOSE GroupMembersFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-GM = "Y"
        READ GroupMembersFile
            AT END
                MOVE "Y" TO WS-EOF-GM
            NOT AT END
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GROUP-COUNT
                    IF WS-G-ID(J) = GM-GROUP-ID
                        ADD 1 TO WS-G-MEMBERS(J)
                        IF FUNCTION TRIM(GM-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                            MOVE "Y" TO WS-G-JOINED(J)
                        END-IF
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE GroupMembersFile.

LIST-GROUPS.
    *> WS-LIST-MODE "A" lists every group, "M" only the caller's, and
    *> "O" only the ones the caller has not joined. WS-PICK-ROW maps
    *> each number shown back to its WS-GROUP-TABLE row.
    MOVE 0 TO WS-SHOWN
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GROUP-COUNT
        IF WS-LIST-MODE = "A"
            OR (WS-LIST-MODE = "M" AND WS-G-JOINED(I) = "Y")
            OR (WS-LIST-MODE = "O" AND WS-G-JOINED(I) = "N")
            ADD 1 TO WS-SHOWN
            MOVE I TO WS-PICK-ROW(WS-SHOWN)
            EVALUATE WS-G-TYPE(I)
                WHEN "C"
                    MOVE "Club" TO WS-TYPE-LABEL
                WHEN "M"
                    MOVE "Major" TO WS-TYPE-LABEL
                WHEN OTHER
                    MOVE "Interest" TO WS-TYPE-LABEL
            END-EVALUATE
            IF WS-G-JOINED(I) = "Y" AND WS-LIST-MODE = "A"
                DISPLAY WS-SHOWN ". " FUNCTION TRIM(WS-G-NAME(I))
                    " (" FUNCTION TRIM(WS-TYPE-LABEL) ", "
                    FUNCTION TRIM(WS-G-UNIVERSITY(I)) ") - "
                    WS-G-MEMBERS(I) " member(s) [member]"
            ELSE
                DISPLAY WS-SHOWN ". " FUNCTION TRIM(WS-G-NAME(I))
                    " (" FUNCTION TRIM(WS-TYPE-LABEL) ", "
                    FUNCTION TRIM(WS-G-UNIVERSITY(I)) ") - "
                    WS-G-MEMBERS(I) " member(s)"
            END-IF
        END-IF
    END-PERFORM.

PICK-GROUP.
    *> WS-SEL-ID/WS-SEL-NAME come back set to the chosen group, or
    *> WS-SEL-ID 0 when the student cancels or types a bad number.
    MOVE 0 TO WS-SEL-ID
    MOVE SPACES TO WS-SEL-NAME
    DISPLAY "Enter the group number, or 0 to cancel:"
    ACCEPT WS-PICK-RAW
    IF FUNCTION TRIM(WS-PICK-RAW) IS NUMERIC
        AND FUNCTION TRIM(WS-PICK-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-PICK-RAW) TO WS-PICK
    ELSE
        MOVE 0 TO WS-PICK
    END-IF
    IF WS-PICK = 0 OR WS-PICK > WS-SHOWN
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PICK-ROW(WS-PICK) TO J
    MOVE WS-G-ID(J) TO WS-SEL-ID
    MOVE WS-G-NAME(J) TO WS-SEL-NAME.

ADD-MEMBERSHIP.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    OPEN EXTEND GroupMembersFile
    IF WS-GM-STAT = "35"
        CLOSE GroupMembersFile
        OPEN OUTPUT GroupMembersFile
    END-IF
    MOVE SPACES TO GROUP-MEMBER-RECORD
    MOVE WS-SEL-ID TO GM-GROUP-ID
    MOVE LNK-USER-NAME TO GM-USERNAME
    MOVE WS-TODAY TO GM-JOINED-DATE
    WRITE GROUP-MEMBER-RECORD
    CLOSE GroupMembersFile.

CHECK-PAIR-BLOCKED.
    *> WS-IS-BLOCKED = "Y" when LNK-USER-NAME and WS-OTHER-USER appear
    *> together in Blocklist.dat in either direction - the same test
    *> Messages.cob's CHECK-PAIR-BLOCKED makes before a message.
    MOVE "N" TO WS-IS-BLOCKED
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
                    IF (FUNCTION TRIM(BL-USER-A) = FUNCTION TRIM(LNK-USER-NAME)
                        AND FUNCTION TRIM(BL-USER-B) = FUNCTION TRIM(WS-OTHER-USER))
                        OR (FUNCTION TRIM(BL-USER-A) = FUNCTION TRIM(WS-OTHER-USER)
                        AND FUNCTION TRIM(BL-USER-B) = FUNCTION TRIM(LNK-USER-NAME))
                        MOVE "Y" TO WS-IS-BLOCKED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BlocklistFile
    END-IF.

END PROGRAM Groups.
