>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. InviteToApply.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JobInvitesFile ASSIGN TO "data/JobInvites.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-INV-STAT.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JOB-STAT.
    SELECT JobApplicationsFile ASSIGN TO "data/JobApplications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.
    SELECT CompanyMembersFile ASSIGN TO "data/CompanyMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CM-STAT.
    SELECT NotificationsFile ASSIGN TO "data/Notifications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NOTIF-STAT.

DATA DIVISION.
FILE SECTION.
FD JobInvitesFile.
01 JOB-INVITE-RECORD.
       05 INV-STUDENT       PIC X(30).
       05 INV-POSTING-ID    PIC 9(9).
       05 INV-COMPANY       PIC X(50).
       05 INV-SENT-BY       PIC X(30).
       05 INV-SENT-DATE     PIC 9(8).
       05 INV-JOB-TITLE     PIC X(50).

FD JobPostingsFile.
01 JOB-POSTING-RECORD.
       05 JOB-TITLE         PIC X(50).
       05 JOB-COMPANY       PIC X(50).
       05 JOB-DESCRIPTION   PIC X(200).
       05 JOB-MAJOR         PIC X(50).
       05 JOB-POSTED-DATE   PIC 9(8).
       05 JOB-LOCATION      PIC X(50).
       05 JOB-POSTED-BY     PIC X(30).
       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
       05 APP-USERNAME      PIC X(30).
       05 APP-JOB-TITLE     PIC X(50).
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD CompanyMembersFile.
01 COMPANY-MEMBER-RECORD.
       05 CM-COMPANY   PIC X(50).
       05 CM-USERNAME  PIC X(30).
       05 CM-ROLE      PIC X(01).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
       05 NOTIF-USERNAME    PIC X(30).
       05 NOTIF-MESSAGE     PIC X(100).
       05 NOTIF-READ-FLAG   PIC X.

WORKING-STORAGE SECTION.
*> "Invite to apply": from a CandidateSearch.cob result, a recruiter
*> points a student at one of the team's active postings. The invite
*> is kept in data/JobInvites.dat (student, posting ID, the sending
*> company, sender, date, and the title at the time) - JobSearch.cob
*> lists a student's open invites before the search prompt and opens
*> the chosen posting directly, and JobPostingAnalytics.cob counts
*> how many turned into applications. The student also gets a
*> category "J" notification, subject to NotifyPref.cob.
*>
*> The team is the caller's CompanyMembers.dat company (every seat's
*> active postings may be offered), or the caller alone without one.
*> Each company may send WS-MONTHLY-INVITES invites per calendar
*> month, counted across all its seats by INV-COMPANY (compared
*> through CompanyNames.cob); an employer with no company has the
*> same allowance on their own. A student is invited to a posting
*> once, and not at all once they have applied to it.
77 WS-INV-STAT      PIC XX VALUE SPACES.
77 WS-JOB-STAT      PIC XX VALUE SPACES.
77 WS-APP-STAT      PIC XX VALUE SPACES.
77 WS-CM-STAT       PIC XX VALUE SPACES.
77 WS-NOTIF-STAT    PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-ACCOUNT-TYPE  PIC X VALUE SPACE.
77 WS-FOUND         PIC X VALUE "N".
77 WS-PASSWORD      PIC X(20) VALUE SPACES.
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-THIS-MONTH    PIC 9(6) VALUE 0.
77 WS-CHOICE-RAW    PIC X(4) VALUE SPACES.
77 WS-PICK          PIC 9(4) VALUE 0.
77 I                PIC 9(4) VALUE 0.

77 WS-MONTHLY-INVITES PIC 9(4) VALUE 20.
77 WS-INVITES-USED    PIC 9(4) VALUE 0.
77 WS-INVITES-LEFT    PIC 9(4) VALUE 0.

77 WS-MY-COMPANY    PIC X(50) VALUE SPACES.
77 WS-MY-KEY        PIC X(50) VALUE SPACES.
77 WS-ROW-KEY       PIC X(50) VALUE SPACES.
77 WS-CO-FUNCTION   PIC X VALUE "C".
77 WS-CO-NAME       PIC X(50) VALUE SPACES.
77 WS-CO-CANONICAL  PIC X(50) VALUE SPACES.
77 WS-CO-FOUND      PIC X VALUE SPACE.

77 WS-ALREADY-INVITED PIC X VALUE "N".
77 WS-ALREADY-APPLIED PIC X VALUE "N".
77 WS-NP-CATEGORY   PIC X(01) VALUE "J".
77 WS-NP-SETTING    PIC X(01) VALUE SPACE.

77 WS-TEAM-COUNT    PIC 9(4) VALUE 0.
01 WS-TEAM-TABLE.
   05 WS-TEAM-MEMBER OCCURS 50 TIMES PIC X(30).
77 WS-TEAM-IDX      PIC 9(4) VALUE 0.
77 WS-IS-TEAM-POSTING PIC X VALUE "N".

*> The team's postings open to applications today.
77 WS-POSTING-COUNT PIC 9(4) VALUE 0.
01 WS-POSTING-TABLE.
   05 WS-POST-ROW OCCURS 50 TIMES.
       10 WS-POST-TITLE    PIC X(50).
       10 WS-POST-COMPANY  PIC X(50).
       10 WS-POST-ID       PIC 9(9).
       10 WS-POST-DEADLINE PIC 9(8).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).
01 LNK-CANDIDATE PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME LNK-CANDIDATE.
MAIN-LOGIC.
    CALL "DataStore" USING "T" LNK-USER-NAME WS-PASSWORD WS-FOUND
        WS-ACCOUNT-TYPE
    IF WS-ACCOUNT-TYPE NOT = "E"
        DISPLAY "Only employer accounts may invite students to apply."
        GOBACK
    END-IF
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY(1:6) TO WS-THIS-MONTH

    PERFORM LOAD-COMPANY-TEAM
    PERFORM COUNT-INVITES-THIS-MONTH
    IF WS-INVITES-USED >= WS-MONTHLY-INVITES
        DISPLAY "Your company has used all " WS-MONTHLY-INVITES
            " invitations for this month. More become available on the "
            "1st."
        GOBACK
    END-IF
    COMPUTE WS-INVITES-LEFT = WS-MONTHLY-INVITES - WS-INVITES-USED

    PERFORM LOAD-TEAM-POSTINGS
    IF WS-POSTING-COUNT = 0
        DISPLAY "Your team has no postings open to applications."
        GOBACK
    END-IF

    DISPLAY "--- Invite " FUNCTION TRIM(LNK-CANDIDATE) " to Apply ---"
    DISPLAY "Invitations left this month: " WS-INVITES-LEFT " of "
        WS-MONTHLY-INVITES
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POSTING-COUNT
        DISPLAY I ". " FUNCTION TRIM(WS-POST-TITLE(I)) " at "
            FUNCTION TRIM(WS-POST-COMPANY(I)) " (posting ID "
            WS-POST-ID(I) ")"
    END-PERFORM
    DISPLAY "Enter the number of the posting, or 0 to go back:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-PICK
    ELSE
        MOVE 0 TO WS-PICK
    END-IF
    IF WS-PICK = 0 OR WS-PICK > WS-POSTING-COUNT
        DISPLAY "No invitation sent."
        GOBACK
    END-IF

    PERFORM CHECK-ALREADY-INVITED
    IF WS-ALREADY-INVITED = "Y"
        DISPLAY FUNCTION TRIM(LNK-CANDIDATE) " has already been invited "
            "to that posting."
        GOBACK
    END-IF
    PERFORM CHECK-ALREADY-APPLIED
    IF WS-ALREADY-APPLIED = "Y"
        DISPLAY FUNCTION TRIM(LNK-CANDIDATE) " has already applied to "
            "that posting."
        GOBACK
    END-IF

    PERFORM RECORD-INVITE
    PERFORM NOTIFY-STUDENT
    SUBTRACT 1 FROM WS-INVITES-LEFT
    DISPLAY "Invitation sent to " FUNCTION TRIM(LNK-CANDIDATE) ". "
        WS-INVITES-LEFT " left this month."
    GOBACK.

LOAD-COMPANY-TEAM.
    *> Same two passes over CompanyMembers.dat as ManageJobPostings.cob's
    *> LOAD-COMPANY-TEAM; WS-MY-KEY is the canonical company name,
    *> upper-cased, for the quota count.
    MOVE 1 TO WS-TEAM-COUNT
    MOVE LNK-USER-NAME TO WS-TEAM-MEMBER(1)
    MOVE SPACES TO WS-MY-COMPANY
    MOVE SPACES TO WS-MY-KEY

    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyMembersFile
    IF WS-CM-STAT = "35"
        CLOSE CompanyMembersFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyMembersFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(CM-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                    MOVE CM-COMPANY TO WS-MY-COMPANY
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyMembersFile

    IF FUNCTION TRIM(WS-MY-COMPANY) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-MY-COMPANY TO WS-CO-NAME
    PERFORM COMPANY-KEY
    MOVE WS-CO-CANONICAL TO WS-MY-COMPANY
    MOVE WS-ROW-KEY TO WS-MY-KEY

    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyMembersFile
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyMembersFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE CM-COMPANY TO WS-CO-NAME
                PERFORM COMPANY-KEY
                IF WS-ROW-KEY = WS-MY-KEY
                    AND FUNCTION TRIM(CM-USERNAME) NOT = FUNCTION TRIM(LNK-USER-NAME)
                    AND WS-TEAM-COUNT < 50
                    ADD 1 TO WS-TEAM-COUNT
                    MOVE CM-USERNAME TO WS-TEAM-MEMBER(WS-TEAM-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyMembersFile.

COMPANY-KEY.
    *> WS-CO-CANONICAL for WS-CO-NAME, and WS-ROW-KEY the same
    *> upper-cased for comparing.
    MOVE "C" TO WS-CO-FUNCTION
    CALL "CompanyNames" USING WS-CO-FUNCTION WS-CO-NAME WS-CO-CANONICAL
        WS-CO-FOUND
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-CANONICAL)) TO WS-ROW-KEY.

COUNT-INVITES-THIS-MONTH.
    *> The company's invites sent this month, by any seat; without a
    *> company, the caller's own.
    MOVE 0 TO WS-INVITES-USED
    MOVE "N" TO WS-EOF
    OPEN INPUT JobInvitesFile
    IF WS-INV-STAT = "35"
        CLOSE JobInvitesFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobInvitesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF INV-SENT-DATE(1:6) = WS-THIS-MONTH
                    IF WS-MY-KEY = SPACES
                        IF INV-COMPANY = SPACES
                            AND INV-SENT-BY = LNK-USER-NAME
                            ADD 1 TO WS-INVITES-USED
                        END-IF
                    ELSE
                        IF INV-COMPANY NOT = SPACES
                            MOVE INV-COMPANY TO WS-CO-NAME
                            PERFORM COMPANY-KEY
                            IF WS-ROW-KEY = WS-MY-KEY
                                ADD 1 TO WS-INVITES-USED
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobInvitesFile.

LOAD-TEAM-POSTINGS.
    MOVE 0 TO WS-POSTING-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobPostingsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF JOB-STATUS = "A"
                    AND (JOB-DEADLINE = 0 OR JOB-DEADLINE >= WS-TODAY)
                    PERFORM CHECK-TEAM-POSTING
                    IF WS-IS-TEAM-POSTING = "Y" AND WS-POSTING-COUNT < 50
                        ADD 1 TO WS-POSTING-COUNT
                        MOVE JOB-TITLE TO WS-POST-TITLE(WS-POSTING-COUNT)
                        MOVE JOB-COMPANY TO WS-POST-COMPANY(WS-POSTING-COUNT)
                        MOVE JOB-POSTING-ID TO WS-POST-ID(WS-POSTING-COUNT)
                        MOVE JOB-DEADLINE TO WS-POST-DEADLINE(WS-POSTING-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile.

CHECK-TEAM-POSTING.
    MOVE "N" TO WS-IS-TEAM-POSTING
    PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
        UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
        IF FUNCTION TRIM(JOB-POSTED-BY) = FUNCTION TRIM(WS-TEAM-MEMBER(WS-TEAM-IDX))
            MOVE "Y" TO WS-IS-TEAM-POSTING
        END-IF
    END-PERFORM.

CHECK-ALREADY-INVITED.
    MOVE "N" TO WS-ALREADY-INVITED
    MOVE "N" TO WS-EOF
    OPEN INPUT JobInvitesFile
    IF WS-INV-STAT = "35"
        CLOSE JobInvitesFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobInvitesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF INV-STUDENT = LNK-CANDIDATE
                    AND INV-POSTING-ID = WS-POST-ID(WS-PICK)
                    MOVE "Y" TO WS-ALREADY-INVITED
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobInvitesFile.

CHECK-ALREADY-APPLIED.
    MOVE "N" TO WS-ALREADY-APPLIED
    MOVE "N" TO WS-EOF
    OPEN INPUT JobApplicationsFile
    IF WS-APP-STAT = "35"
        CLOSE JobApplicationsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobApplicationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(APP-USERNAME) = FUNCTION TRIM(LNK-CANDIDATE)
                    AND APP-POSTING-ID = WS-POST-ID(WS-PICK)
                    MOVE "Y" TO WS-ALREADY-APPLIED
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobApplicationsFile.

RECORD-INVITE.
    OPEN EXTEND JobInvitesFile
    IF WS-INV-STAT = "35"
        CLOSE JobInvitesFile
        OPEN OUTPUT JobInvitesFile
    END-IF
    MOVE SPACES TO JOB-INVITE-RECORD
    MOVE LNK-CANDIDATE TO INV-STUDENT
    MOVE WS-POST-ID(WS-PICK) TO INV-POSTING-ID
    MOVE WS-MY-COMPANY TO INV-COMPANY
    MOVE LNK-USER-NAME TO INV-SENT-BY
    MOVE WS-TODAY TO INV-SENT-DATE
    MOVE WS-POST-TITLE(WS-PICK) TO INV-JOB-TITLE
    WRITE JOB-INVITE-RECORD
    CLOSE JobInvitesFile.

NOTIFY-STUDENT.
    *> Category "J" job updates: off means no notification (the invite
    *> still waits in JobSearch), digest stamps the row "D".
    CALL "NotifyPref" USING LNK-CANDIDATE WS-NP-CATEGORY WS-NP-SETTING
    IF WS-NP-SETTING = "F"
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND NotificationsFile
    IF WS-NOTIF-STAT = "35"
        CLOSE NotificationsFile
        OPEN OUTPUT NotificationsFile
    END-IF
    MOVE SPACES TO NOTIFICATIONS-RECORD
    MOVE LNK-CANDIDATE TO NOTIF-USERNAME
    STRING "Invited to apply: " FUNCTION TRIM(WS-POST-TITLE(WS-PICK))
        " at " FUNCTION TRIM(WS-POST-COMPANY(WS-PICK))
        " - open Search for a Job to view it"
        DELIMITED BY SIZE INTO NOTIF-MESSAGE
    IF WS-NP-SETTING = "D"
        MOVE "D" TO NOTIF-READ-FLAG
    ELSE
        MOVE "N" TO NOTIF-READ-FLAG
    END-IF
    WRITE NOTIFICATIONS-RECORD
    CLOSE NotificationsFile.
