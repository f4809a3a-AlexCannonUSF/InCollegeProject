    SELECT ExportFile ASSIGN TO "data/CareerServicesExport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXPORT-STAT.
    SELECT GroupsFile ASSIGN TO "data/Groups.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GRP-STAT.
    SELECT GroupMembersFile ASSIGN TO "data/GroupMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GM-STAT.
    SELECT GroupPostsFile ASSIGN TO "data/GroupPosts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GP-STAT.
    SELECT PlacementsFile ASSIGN TO "data/Placements.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PL-STAT.
    SELECT RosterFeedFile ASSIGN TO WS-ROSTER-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STAT.
    SELECT RosterFile ASSIGN TO "data/RegistrarRoster.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ROSTER-STAT.
    SELECT TempRosterFile ASSIGN TO "data/RegistrarRoster.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT VerificationFile ASSIGN TO "data/EnrollmentVerification.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-VF-STAT.

DATA DIVISION.
FILE SECTION.
FD ExportFile.
01 EXPORT-LINE PIC X(255).

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

FD GroupPostsFile.
01 GROUP-POST-RECORD.
       05 GP-GROUP-ID  PIC 9(4).
       05 GP-AUTHOR    PIC X(30).
       05 GP-POSTED-TS PIC 9(14).
       05 GP-TEXT      PIC X(200).

FD PlacementsFile.
01 PLACEMENT-RECORD.
       05 PL-USERNAME       PIC X(30).
       05 PL-OUTCOME        PIC X(01).
       05 PL-ORGANIZATION   PIC X(50).
       05 PL-ROLE           PIC X(50).
       05 PL-SOURCE         PIC X(01).
       05 PL-RECORDED-DATE  PIC 9(8).
       05 PL-POSTING-ID     PIC 9(9).

FD RosterFeedFile.
01 ROSTER-FEED-LINE PIC X(200).

FD RosterFile.
01 ROSTER-RECORD.
       05 RR-UNIVERSITY    PIC X(50).
       05 RR-NAME          PIC X(50).
       05 RR-GRADYEAR      PIC 9(4).
       05 RR-STATUS        PIC X(01).
       05 RR-LOADED-DATE   PIC 9(8).

FD TempRosterFile.
01 TEMP-ROSTER-RECORD PIC X(113).

FD VerificationFile.
01 VERIFICATION-RECORD.
       05 VF-USERNAME      PIC X(30).
       05 VF-UNIVERSITY    PIC X(50).
       05 VF-GRADYEAR      PIC 9(4).
       05 VF-STATUS        PIC X(01).
       05 VF-CHECKED-DATE  PIC 9(8).

WORKING-STORAGE SECTION.
*> The authenticated home for university career-services staff
*> ("C" accounts, made by PromoteToCareerServices.cob). Every view
77 WS-CURRENT-YEAR PIC 9(4) VALUE 0.
77 I               PIC 9(4) VALUE 0.

*> MaintenanceMode.cob parameters - a session already open when
*> maintenance starts is warned once, at its next menu choice.
77 WS-MM-FUNCTION  PIC X VALUE SPACE.
77 WS-MM-ACTIVE    PIC X VALUE "N".
77 WS-MM-MESSAGE   PIC X(100) VALUE SPACES.
77 WS-MM-END-DATE  PIC 9(8) VALUE 0.
77 WS-MM-END-TIME  PIC 9(4) VALUE 0.
77 WS-MM-SET-BY    PIC X(30) VALUE SPACES.
77 WS-MM-NOTICE    PIC X(200) VALUE SPACES.
77 WS-MM-WARNED    PIC X VALUE "N".

*> Our university's student groups (Groups.cob), with member and
*> post counts and the date of the latest post, so staff can see
*> which clubs are active without joining them.
77 WS-GRP-STAT     PIC XX VALUE SPACES.
77 WS-GM-STAT      PIC XX VALUE SPACES.
77 WS-GP-STAT      PIC XX VALUE SPACES.
77 WS-EOF-GM       PIC X VALUE "N".
77 WS-EOF-GP       PIC X VALUE "N".
77 WS-GROUP-COUNT  PIC 9(4) VALUE 0.
01 WS-GROUP-TABLE.
    05 WS-GROUP-ROW OCCURS 100 TIMES.
        10 WS-G-ID        PIC 9(4).
        10 WS-G-NAME      PIC X(50).
        10 WS-G-TYPE      PIC X(01).
        10 WS-G-OWNER     PIC X(30).
        10 WS-G-MEMBERS   PIC 9(4).
        10 WS-G-POSTS     PIC 9(4).
        10 WS-G-LAST-POST PIC 9(8).
77 J               PIC 9(4) VALUE 0.

*> PlacementReport.cob's breakdown held to our university: each
*> graduate's strongest Placements.dat outcome (3 placed, 2 not
*> seeking, 1 seeking or declined only), tallied by major and year.
77 WS-PL-STAT      PIC XX VALUE SPACES.
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.
77 WS-RANK         PIC 9 VALUE 0.
77 WS-RATE         PIC 9(3) VALUE 0.
01 WS-OUTCOME-TABLE.
    05 WS-OUTCOME-ROW OCCURS 500 TIMES.
        10 WS-O-USER PIC X(30).
        10 WS-O-RANK PIC 9.
77 WS-OUTCOME-COUNT PIC 9(4) VALUE 0.
01 WS-PLACE-TABLE.
    05 WS-PLACE-ROW OCCURS 100 TIMES.
        10 WS-P-MAJOR       PIC X(50).
        10 WS-P-GRADYEAR    PIC 9(4).
        10 WS-P-GRADS       PIC 9(5).
        10 WS-P-PLACED      PIC 9(5).
        10 WS-P-NOT-SEEKING PIC 9(5).
        10 WS-P-SEEKING     PIC 9(5).
        10 WS-P-NO-RESPONSE PIC 9(5).
77 WS-PLACE-COUNT  PIC 9(4) VALUE 0.
77 IDX             PIC 9(4) VALUE 0.

77 WS-PV-SCOPE          PIC X(01) VALUE SPACE.
77 WS-PV-HIDE-CANDIDATE PIC X(01) VALUE SPACE.
77 WS-PV-HIDE-VIEWS     PIC X(01) VALUE SPACE.

*> Registrar roster load: the registrar's file (one student per line,
*> "name|grad year|E or G" for enrolled/graduated) replaces our
*> university's rows in RegistrarRoster.dat, then VerifyEnrollment.cob
*> re-checks every profile. Profiles claiming our university that the
*> roster does not back up make the enrollment review list.
77 WS-ROSTER-PATH  PIC X(60) VALUE SPACES.
77 WS-ROSTER-NAME  PIC X(40) VALUE SPACES.
77 WS-FEED-STAT    PIC XX VALUE SPACES.
77 WS-ROSTER-STAT  PIC XX VALUE SPACES.
77 WS-VF-STAT      PIC XX VALUE SPACES.
77 WS-LOCK-RESULT  PIC X VALUE SPACE.
77 WS-RECOVER-DAT  PIC X(60) VALUE "data/RegistrarRoster.dat".
77 WS-RECOVER-TMP  PIC X(60) VALUE "data/RegistrarRoster.tmp".
77 WS-FEED-NAME    PIC X(50) VALUE SPACES.
77 WS-FEED-YEAR    PIC X(10) VALUE SPACES.
77 WS-FEED-STATUS  PIC X(10) VALUE SPACES.
77 WS-LOADED-COUNT PIC 9(6) VALUE 0.
77 WS-BAD-COUNT    PIC 9(6) VALUE 0.
77 WS-REVIEW-COUNT PIC 9(6) VALUE 0.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

    END-IF

    MOVE "N" TO WS-EXIT-FLAG
    MOVE "N" TO WS-MM-WARNED
    PERFORM UNTIL WS-EXIT-FLAG = "Y"
        DISPLAY "--- Career Services: "
            FUNCTION TRIM(WS-MY-UNIVERSITY) " ---"
        DISPLAY "3. Stale expected-graduation list"
        DISPLAY "4. Career events"
        DISPLAY "5. Change my password"
        DISPLAY "6. Student groups at our university"
        DISPLAY "7. Placement report"
        DISPLAY "8. Load registrar roster"
        DISPLAY "9. Enrollment review list"
        DISPLAY "10. Help and support"
        DISPLAY "11. Salary figures"
        DISPLAY "12. Logout"
        DISPLAY "Enter your choice:"
        ACCEPT WS-MENU-CHOICE
        PERFORM CHECK-MAINTENANCE
        EVALUATE FUNCTION TRIM(WS-MENU-CHOICE)
            WHEN "1"
                PERFORM EXPORT-OUR-PROFILES
            WHEN "5"
                CALL "ChangePassword" USING LNK-USER-NAME
            WHEN "6"
                PERFORM LIST-OUR-GROUPS
            WHEN "7"
                PERFORM LIST-OUR-PLACEMENTS
            WHEN "8"
                PERFORM LOAD-REGISTRAR-ROSTER
            WHEN "9"
                PERFORM LIST-ENROLLMENT-REVIEW
            WHEN "10"
                CALL "SupportTickets" USING LNK-USER-NAME
            WHEN "11"
                CALL "SalaryFigures"
            WHEN "12"
                MOVE "Y" TO WS-EXIT-FLAG
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
    END-PERFORM
    GOBACK.

CHECK-MAINTENANCE.
    MOVE "Q" TO WS-MM-FUNCTION
    CALL "MaintenanceMode" USING WS-MM-FUNCTION WS-MM-ACTIVE
        WS-MM-MESSAGE WS-MM-END-DATE WS-MM-END-TIME WS-MM-SET-BY
        WS-MM-NOTICE
    IF WS-MM-ACTIVE NOT = "Y"
        MOVE "N" TO WS-MM-WARNED
        EXIT PARAGRAPH
    END-IF
    IF WS-MM-WARNED = "N"
        MOVE "Y" TO WS-MM-WARNED
        DISPLAY FUNCTION TRIM(WS-MM-NOTICE)
        DISPLAY "Please finish what you are doing and log out - "
            "changes made during maintenance may be lost."
    END-IF.

FIND-MY-UNIVERSITY.
    MOVE SPACES TO WS-MY-UNIVERSITY
    MOVE "N" TO WS-EOF
            "university."
    END-IF.

LIST-OUR-GROUPS.
    *> Groups whose founder's profile names our university, then one
    *> pass each over the membership and post files for the counts.
    MOVE 0 TO WS-GROUP-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT GroupsFile

    IF WS-GRP-STAT = "35"
        CLOSE GroupsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ GroupsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-UNIVERSITY))
                        = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-UNIVERSITY))
                        AND WS-GROUP-COUNT < 100
                        ADD 1 TO WS-GROUP-COUNT
                        MOVE GRP-ID TO WS-G-ID(WS-GROUP-COUNT)
                        MOVE GRP-NAME TO WS-G-NAME(WS-GROUP-COUNT)
                        MOVE GRP-TYPE TO WS-G-TYPE(WS-GROUP-COUNT)
                        MOVE GRP-OWNER TO WS-G-OWNER(WS-GROUP-COUNT)
                        MOVE 0 TO WS-G-MEMBERS(WS-GROUP-COUNT)
                        MOVE 0 TO WS-G-POSTS(WS-GROUP-COUNT)
                        MOVE 0 TO WS-G-LAST-POST(WS-GROUP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GroupsFile
    END-IF

    IF WS-GROUP-COUNT = 0
        DISPLAY "No student groups have been created at your "
            "university yet."
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF-GM
    OPEN INPUT GroupMembersFile
    IF WS-GM-STAT = "35"
        CLOSE GroupMembersFile
    ELSE
        PERFORM UNTIL WS-EOF-GM = "Y"
            READ GroupMembersFile
                AT END
                    MOVE "Y" TO WS-EOF-GM
                NOT AT END
                    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GROUP-COUNT
                        IF WS-G-ID(J) = GM-GROUP-ID
                            ADD 1 TO WS-G-MEMBERS(J)
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE GroupMembersFile
    END-IF

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
                    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GROUP-COUNT
                        IF WS-G-ID(J) = GP-GROUP-ID
                            ADD 1 TO WS-G-POSTS(J)
                            IF GP-POSTED-TS(1:8) > WS-G-LAST-POST(J)
                                MOVE GP-POSTED-TS(1:8) TO WS-G-LAST-POST(J)
                            END-IF
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE GroupPostsFile
    END-IF

    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GROUP-COUNT
        DISPLAY FUNCTION TRIM(WS-G-NAME(J)) " (founded by "
            FUNCTION TRIM(WS-G-OWNER(J)) ") - " WS-G-MEMBERS(J)
            " member(s), " WS-G-POSTS(J) " post(s)"
        IF WS-G-LAST-POST(J) > 0
            DISPLAY "   Last post " WS-G-LAST-POST(J)
        END-IF
    END-PERFORM.

LIST-OUR-PLACEMENTS.
    MOVE "Placements.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-OUTCOME-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT PlacementsFile

    IF WS-PL-STAT = "35"
        CLOSE PlacementsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ PlacementsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    PERFORM RECORD-PLACEMENT-OUTCOME
            END-READ
        END-PERFORM
        CLOSE PlacementsFile
    END-IF

    MOVE 0 TO WS-PLACE-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT ProfileFile

    IF WS-PROFILE-STAT = "35"
        CLOSE ProfileFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ ProfileFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF GradStatus = "G"
                        AND FUNCTION UPPER-CASE(FUNCTION TRIM(University))
                            = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-UNIVERSITY))
                        PERFORM TALLY-OUR-GRADUATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProfileFile
    END-IF

    IF WS-PLACE-COUNT = 0
        DISPLAY "No graduated students on file for your university."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Placement outcomes by major and graduation year:"
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-PLACE-COUNT
        COMPUTE WS-RATE ROUNDED =
            WS-P-PLACED(IDX) * 100 / WS-P-GRADS(IDX)
        DISPLAY FUNCTION TRIM(WS-P-MAJOR(IDX)) " / "
            WS-P-GRADYEAR(IDX) ": " WS-P-GRADS(IDX) " graduate(s), "
            WS-P-PLACED(IDX) " placed (" WS-RATE "%), "
            WS-P-SEEKING(IDX) " seeking, "
            WS-P-NOT-SEEKING(IDX) " not seeking, "
            WS-P-NO-RESPONSE(IDX) " no response"
    END-PERFORM.

RECORD-PLACEMENT-OUTCOME.
    EVALUATE PL-OUTCOME
        WHEN "A"
        WHEN "E"
        WHEN "G"
            MOVE 3 TO WS-RANK
        WHEN "N"
            MOVE 2 TO WS-RANK
        WHEN OTHER
            MOVE 1 TO WS-RANK
    END-EVALUATE

    MOVE 0 TO IDX
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OUTCOME-COUNT
        IF FUNCTION TRIM(WS-O-USER(I)) = FUNCTION TRIM(PL-USERNAME)
            MOVE I TO IDX
        END-IF
    END-PERFORM

    IF IDX = 0
        IF WS-OUTCOME-COUNT < 500
            ADD 1 TO WS-OUTCOME-COUNT
            MOVE PL-USERNAME TO WS-O-USER(WS-OUTCOME-COUNT)
            MOVE WS-RANK TO WS-O-RANK(WS-OUTCOME-COUNT)
        END-IF
    ELSE
        IF WS-RANK > WS-O-RANK(IDX)
            MOVE WS-RANK TO WS-O-RANK(IDX)
        END-IF
    END-IF.

TALLY-OUR-GRADUATE.
    MOVE 0 TO IDX
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLACE-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-MAJOR(I)))
                = FUNCTION UPPER-CASE(FUNCTION TRIM(Major))
            AND WS-P-GRADYEAR(I) = GradYear
            MOVE I TO IDX
        END-IF
    END-PERFORM

    IF IDX = 0
        IF WS-PLACE-COUNT >= 100
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-PLACE-COUNT
        MOVE WS-PLACE-COUNT TO IDX
        MOVE Major TO WS-P-MAJOR(IDX)
        MOVE GradYear TO WS-P-GRADYEAR(IDX)
        MOVE 0 TO WS-P-GRADS(IDX)
        MOVE 0 TO WS-P-PLACED(IDX)
        MOVE 0 TO WS-P-NOT-SEEKING(IDX)
        MOVE 0 TO WS-P-SEEKING(IDX)
        MOVE 0 TO WS-P-NO-RESPONSE(IDX)
    END-IF

    ADD 1 TO WS-P-GRADS(IDX)
    MOVE 0 TO WS-RANK
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OUTCOME-COUNT
        IF FUNCTION TRIM(WS-O-USER(I)) = FUNCTION TRIM(Username)
            MOVE WS-O-RANK(I) TO WS-RANK
        END-IF
    END-PERFORM
    EVALUATE WS-RANK
        WHEN 3
            ADD 1 TO WS-P-PLACED(IDX)
        WHEN 2
            ADD 1 TO WS-P-NOT-SEEKING(IDX)
        WHEN 1
            ADD 1 TO WS-P-SEEKING(IDX)
        WHEN OTHER
            ADD 1 TO WS-P-NO-RESPONSE(IDX)
    END-EVALUATE.

LOAD-REGISTRAR-ROSTER.
    DISPLAY "Enter the roster file name (in the data folder):"
    ACCEPT WS-ROSTER-NAME
    IF FUNCTION TRIM(WS-ROSTER-NAME) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-ROSTER-PATH
    STRING "data/" FUNCTION TRIM(WS-ROSTER-NAME) DELIMITED BY SIZE
        INTO WS-ROSTER-PATH
    OPEN INPUT RosterFeedFile
    IF WS-FEED-STAT NOT = "00"
        CLOSE RosterFeedFile
        DISPLAY "Could not open " FUNCTION TRIM(WS-ROSTER-PATH) "."
        EXIT PARAGRAPH
    END-IF

    *> Keep every other university's roster, drop ours, then append
    *> the new file - the usual rebuild-via-temp-file swap.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE 0 TO WS-LOADED-COUNT
    MOVE 0 TO WS-BAD-COUNT
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN OUTPUT TempRosterFile
    MOVE "N" TO WS-EOF
    OPEN INPUT RosterFile
    IF WS-ROSTER-STAT = "35"
        CLOSE RosterFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ RosterFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(RR-UNIVERSITY))
                        NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-UNIVERSITY))
                        MOVE ROSTER-RECORD TO TEMP-ROSTER-RECORD
                        WRITE TEMP-ROSTER-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RosterFile
    END-IF

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ RosterFeedFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(ROSTER-FEED-LINE) NOT = SPACES
                    PERFORM LOAD-ONE-ROSTER-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE RosterFeedFile
    CLOSE TempRosterFile

    CALL "CBL_DELETE_FILE" USING "data/RegistrarRoster.dat"
    CALL "CBL_RENAME_FILE" USING "data/RegistrarRoster.tmp"
        "data/RegistrarRoster.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT

    DISPLAY "Loaded " WS-LOADED-COUNT " roster row(s); skipped "
        WS-BAD-COUNT " unreadable line(s)."
    CALL "VerifyEnrollment".

LOAD-ONE-ROSTER-LINE.
    MOVE SPACES TO WS-FEED-NAME
    MOVE SPACES TO WS-FEED-YEAR
    MOVE SPACES TO WS-FEED-STATUS
    UNSTRING ROSTER-FEED-LINE DELIMITED BY "|"
        INTO WS-FEED-NAME WS-FEED-YEAR WS-FEED-STATUS
    END-UNSTRING
    INSPECT WS-FEED-STATUS REPLACING ALL X"0D" BY SPACE
    IF FUNCTION TRIM(WS-FEED-NAME) = SPACES
        OR FUNCTION TRIM(WS-FEED-YEAR) IS NOT NUMERIC
        OR FUNCTION LENGTH(FUNCTION TRIM(WS-FEED-YEAR)) NOT = 4
        ADD 1 TO WS-BAD-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ROSTER-RECORD
    MOVE WS-MY-UNIVERSITY TO RR-UNIVERSITY
    MOVE FUNCTION TRIM(WS-FEED-NAME) TO RR-NAME
    MOVE FUNCTION TRIM(WS-FEED-YEAR) TO RR-GRADYEAR
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FEED-STATUS)) = "G"
        MOVE "G" TO RR-STATUS
    ELSE
        MOVE "E" TO RR-STATUS
    END-IF
    MOVE WS-TODAY TO RR-LOADED-DATE
    MOVE ROSTER-RECORD TO TEMP-ROSTER-RECORD
    WRITE TEMP-ROSTER-RECORD
    ADD 1 TO WS-LOADED-COUNT.

LIST-ENROLLMENT-REVIEW.
    *> Profiles at our university the last verification run could not
    *> match to the roster, with what the profile claims.
    MOVE 0 TO WS-REVIEW-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT VerificationFile
    IF WS-VF-STAT = "35"
        CLOSE VerificationFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ VerificationFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF VF-STATUS = "M"
                        AND FUNCTION UPPER-CASE(FUNCTION TRIM(VF-UNIVERSITY))
                            = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-UNIVERSITY))
                        ADD 1 TO WS-REVIEW-COUNT
                        DISPLAY FUNCTION TRIM(VF-USERNAME)
                            " - claims class of " VF-GRADYEAR
                            ", not on the roster (checked "
                            VF-CHECKED-DATE ")"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VerificationFile
    END-IF
    IF WS-REVIEW-COUNT = 0
        DISPLAY "No profiles awaiting enrollment review."
    END-IF.

END PROGRAM CareerServicesMenu.
