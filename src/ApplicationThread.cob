>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ApplicationThread.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ThreadFile ASSIGN TO "data/ApplicationThreads.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-THREAD-STAT.
    SELECT TempThreadFile ASSIGN TO "data/ApplicationThreads.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT CompanyMembersFile ASSIGN TO "data/CompanyMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CM-STAT.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JOB-STAT.

DATA DIVISION.
FILE SECTION.
FD ThreadFile.
01 THREAD-RECORD.
       05 ATM-APPLICANT      PIC X(30).
       05 ATM-JOB-TITLE      PIC X(50).
       05 ATM-JOB-COMPANY    PIC X(50).
       05 ATM-APP-DATE       PIC 9(8).
       05 ATM-KIND           PIC X(01).
           88 ATM-IS-MESSAGE VALUE "M".
           88 ATM-IS-CLOSE   VALUE "C".
           88 ATM-IS-REOPEN  VALUE "O".
       05 ATM-SENDER         PIC X(30).
       05 ATM-SENT-TS        PIC 9(14).
       05 ATM-TEXT           PIC X(200).
       05 ATM-APPLICANT-READ PIC X(01).
       05 ATM-TEAM-READ      PIC X(01).
       05 ATM-POSTING-ID     PIC 9(9).

FD TempThreadFile.
01 TEMP-THREAD-RECORD PIC X(394).

FD CompanyMembersFile.
01 COMPANY-MEMBER-RECORD.
       05 CM-COMPANY   PIC X(50).
       05 CM-USERNAME  PIC X(30).
       05 CM-ROLE      PIC X(01).

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

WORKING-STORAGE SECTION.
*> One message thread per JobApplications.dat row, keyed by the
*> applicant, the application date and the posting's permanent ID
*> (APP-POSTING-ID), so a repost of the same title at the same
*> company starts a thread of its own. Rows the posting-ID conversion
*> could not place (ID 0) fall back to title and company. The applicant
*> and every CompanyMembers.dat seat on the posting's team read and
*> reply to it; each side has its own read flag, so one recruiter
*> opening the thread clears it for the whole team. A "C" row closes
*> the thread (written when the application is rejected or
*> withdrawn) and an "O" row reopens it (a rejection reversed) - the
*> latest of the two decides.
*>
*> LNK-MODE: "A" applicant opens the thread, "T" a team seat opens
*> it, "R"/"W" close it (rejected/withdrawn), "O" reopen it, and "U"
*> counts LNK-USER-NAME's unread messages on either side into
*> LNK-UNREAD for HomePage's login banner (the key fields are ignored).
77 WS-RECOVER-DAT PIC X(60) VALUE "data/ApplicationThreads.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/ApplicationThreads.tmp".
77 WS-THREAD-STAT PIC XX VALUE SPACES.
77 WS-EOF-THREAD  PIC X VALUE "N".
77 WS-CM-STAT     PIC XX VALUE SPACES.
77 WS-EOF-CM      PIC X VALUE "N".
77 WS-JOB-STAT    PIC XX VALUE SPACES.
77 WS-EOF-JOB     PIC X VALUE "N".
77 WS-LOCK-RESULT PIC X VALUE SPACE.
77 WS-CLOSED      PIC X VALUE "N".
77 WS-MSG-COUNT   PIC 9(4) VALUE 0.
77 WS-MARKED      PIC X VALUE "N".
77 WS-REPLY-TEXT  PIC X(200) VALUE SPACES.
77 WS-REPLY-CHOICE PIC X VALUE SPACE.
77 WS-DATE        PIC 9(8) VALUE 0.
77 WS-TIME        PIC 9(8) VALUE 0.
77 WS-WHO         PIC X(40) VALUE SPACES.
77 WS-MY-COMPANY  PIC X(50) VALUE SPACES.
77 WS-IS-TEAM-POSTING PIC X VALUE "N".
77 I              PIC 9(4) VALUE 0.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

01 WS-TEAM-TABLE.
   05 WS-TEAM-MEMBER OCCURS 50 TIMES PIC X(30).
77 WS-TEAM-COUNT  PIC 9(4) VALUE 0.

01 WS-TEAM-POSTINGS.
   05 WS-TP-ROW OCCURS 100 TIMES.
       10 WS-TP-TITLE   PIC X(50).
       10 WS-TP-COMPANY PIC X(50).
       10 WS-TP-ID      PIC 9(9).
77 WS-TP-COUNT    PIC 9(4) VALUE 0.

LINKAGE SECTION.
01 LNK-USER-NAME   PIC X(30).
01 LNK-APPLICANT   PIC X(30).
01 LNK-JOB-TITLE   PIC X(50).
01 LNK-JOB-COMPANY PIC X(50).
01 LNK-APP-DATE    PIC 9(8).
01 LNK-POSTING-ID  PIC 9(9).
01 LNK-MODE        PIC X(01).
01 LNK-UNREAD      PIC 9(4).

PROCEDURE DIVISION USING LNK-USER-NAME LNK-APPLICANT LNK-JOB-TITLE
    LNK-JOB-COMPANY LNK-APP-DATE LNK-POSTING-ID LNK-MODE LNK-UNREAD.

MAIN-LOGIC.
    MOVE 0 TO LNK-UNREAD
    MOVE "ApplicationThreads.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF

    EVALUATE LNK-MODE
        WHEN "A"
        WHEN "T"
            PERFORM OPEN-THREAD
        WHEN "R"
            MOVE "C" TO ATM-KIND
            MOVE "Thread closed - the application was not selected."
                TO WS-REPLY-TEXT
            PERFORM APPEND-THREAD-ROW
        WHEN "W"
            MOVE "C" TO ATM-KIND
            MOVE "Thread closed - the application was withdrawn."
                TO WS-REPLY-TEXT
            PERFORM APPEND-THREAD-ROW
        WHEN "O"
            MOVE "O" TO ATM-KIND
            MOVE "Thread reopened - the application is under "
                & "consideration again." TO WS-REPLY-TEXT
            PERFORM APPEND-THREAD-ROW
        WHEN "U"
            PERFORM COUNT-UNREAD
    END-EVALUATE
    GOBACK.

OPEN-THREAD.
    DISPLAY "--- Messages about " FUNCTION TRIM(LNK-JOB-TITLE) " at "
        FUNCTION TRIM(LNK-JOB-COMPANY) " ---"
    PERFORM SHOW-AND-MARK-READ
    IF WS-MSG-COUNT = 0
        DISPLAY "No messages yet."
    END-IF

    IF WS-CLOSED = "Y"
        DISPLAY "This thread is closed; no further replies can be sent."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Write a reply? (Y/N):"
    ACCEPT WS-REPLY-CHOICE
    IF WS-REPLY-CHOICE NOT = "Y" AND WS-REPLY-CHOICE NOT = "y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter your message (max 200 chars):"
    MOVE SPACES TO WS-REPLY-TEXT
    ACCEPT WS-REPLY-TEXT
    IF FUNCTION TRIM(WS-REPLY-TEXT) = SPACES
        DISPLAY "Empty message not sent."
        EXIT PARAGRAPH
    END-IF
    MOVE "M" TO ATM-KIND
    PERFORM APPEND-THREAD-ROW
    DISPLAY "Message sent.".

SHOW-AND-MARK-READ.
    *> Shows the thread oldest-first and, in the same pass, flips the
    *> caller's side's read flag on the other side's messages via the
    *> usual rebuild-via-temp-file swap under the shared update lock.
    MOVE 0 TO WS-MSG-COUNT
    MOVE "N" TO WS-CLOSED
    MOVE "N" TO WS-MARKED
    MOVE "N" TO WS-EOF-THREAD

    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN INPUT ThreadFile
    IF WS-THREAD-STAT = "35"
        CLOSE ThreadFile
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempThreadFile

    PERFORM UNTIL WS-EOF-THREAD = "Y"
        READ ThreadFile
            AT END
                MOVE "Y" TO WS-EOF-THREAD
            NOT AT END
                IF FUNCTION TRIM(ATM-APPLICANT) = FUNCTION TRIM(LNK-APPLICANT)
                    AND ATM-POSTING-ID = LNK-POSTING-ID
                    AND ATM-APP-DATE = LNK-APP-DATE
                    AND (LNK-POSTING-ID > 0
                        OR (FUNCTION TRIM(ATM-JOB-TITLE) = FUNCTION TRIM(LNK-JOB-TITLE)
                        AND FUNCTION TRIM(ATM-JOB-COMPANY) = FUNCTION TRIM(LNK-JOB-COMPANY)))
                    PERFORM SHOW-ONE-ROW
                END-IF
                MOVE THREAD-RECORD TO TEMP-THREAD-RECORD
                WRITE TEMP-THREAD-RECORD
        END-READ
    END-PERFORM
    CLOSE ThreadFile
    CLOSE TempThreadFile

    IF WS-MARKED = "Y"
        CALL "CBL_DELETE_FILE" USING "data/ApplicationThreads.dat"
        CALL "CBL_RENAME_FILE" USING "data/ApplicationThreads.tmp"
            "data/ApplicationThreads.dat"
    ELSE
        CALL "CBL_DELETE_FILE" USING "data/ApplicationThreads.tmp"
    END-IF
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

SHOW-ONE-ROW.
    EVALUATE TRUE
        WHEN ATM-IS-CLOSE
            MOVE "Y" TO WS-CLOSED
            DISPLAY "  -- " FUNCTION TRIM(ATM-TEXT)
        WHEN ATM-IS-REOPEN
            MOVE "N" TO WS-CLOSED
            DISPLAY "  -- " FUNCTION TRIM(ATM-TEXT)
        WHEN OTHER
            ADD 1 TO WS-MSG-COUNT
            IF FUNCTION TRIM(ATM-SENDER) = FUNCTION TRIM(LNK-USER-NAME)
                MOVE "You" TO WS-WHO
            ELSE
                MOVE ATM-SENDER TO WS-WHO
            END-IF
            DISPLAY "  [" ATM-SENT-TS(1:4) "-" ATM-SENT-TS(5:2) "-"
                ATM-SENT-TS(7:2) " " ATM-SENT-TS(9:2) ":"
                ATM-SENT-TS(11:2) "] " FUNCTION TRIM(WS-WHO) ": "
                FUNCTION TRIM(ATM-TEXT)
            IF LNK-MODE = "A"
                AND FUNCTION TRIM(ATM-SENDER) NOT = FUNCTION TRIM(ATM-APPLICANT)
                AND ATM-APPLICANT-READ = "N"
                MOVE "Y" TO ATM-APPLICANT-READ
                MOVE "Y" TO WS-MARKED
            END-IF
            IF LNK-MODE = "T"
                AND FUNCTION TRIM(ATM-SENDER) = FUNCTION TRIM(ATM-APPLICANT)
                AND ATM-TEAM-READ = "N"
                MOVE "Y" TO ATM-TEAM-READ
                MOVE "Y" TO WS-MARKED
            END-IF
    END-EVALUATE.

APPEND-THREAD-ROW.
    *> ATM-KIND and WS-REPLY-TEXT are set by the caller. The sender's
    *> own side starts read; the other side starts unread.
    ACCEPT WS-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME FROM TIME
    MOVE LNK-APPLICANT TO ATM-APPLICANT
    MOVE LNK-JOB-TITLE TO ATM-JOB-TITLE
    MOVE LNK-JOB-COMPANY TO ATM-JOB-COMPANY
    MOVE LNK-APP-DATE TO ATM-APP-DATE
    MOVE LNK-POSTING-ID TO ATM-POSTING-ID
    MOVE LNK-USER-NAME TO ATM-SENDER
    STRING WS-DATE DELIMITED BY SIZE
           WS-TIME(1:6) DELIMITED BY SIZE
           INTO ATM-SENT-TS
    MOVE WS-REPLY-TEXT TO ATM-TEXT
    MOVE "Y" TO ATM-APPLICANT-READ
    MOVE "Y" TO ATM-TEAM-READ
    IF ATM-IS-MESSAGE
        IF LNK-MODE = "A"
            MOVE "N" TO ATM-TEAM-READ
        ELSE
            MOVE "N" TO ATM-APPLICANT-READ
        END-IF
    END-IF

    OPEN EXTEND ThreadFile
    IF WS-THREAD-STAT = "35"
        CLOSE ThreadFile
        OPEN OUTPUT ThreadFile
    END-IF
    WRITE THREAD-RECORD
    CLOSE ThreadFile.

COUNT-UNREAD.
    *> Applicant side: team messages on the caller's own applications.
    *> Team side: applicant messages on postings by anyone on the
    *> caller's CompanyMembers.dat team (or the caller alone).
    PERFORM LOAD-TEAM-POSTINGS
    MOVE "N" TO WS-EOF-THREAD
    OPEN INPUT ThreadFile
    IF WS-THREAD-STAT = "35"
        CLOSE ThreadFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-THREAD = "Y"
        READ ThreadFile
            AT END
                MOVE "Y" TO WS-EOF-THREAD
            NOT AT END
                IF ATM-IS-MESSAGE
                    IF FUNCTION TRIM(ATM-APPLICANT) = FUNCTION TRIM(LNK-USER-NAME)
                        AND FUNCTION TRIM(ATM-SENDER) NOT = FUNCTION TRIM(LNK-USER-NAME)
                        AND ATM-APPLICANT-READ = "N"
                        ADD 1 TO LNK-UNREAD
                    END-IF
                    IF FUNCTION TRIM(ATM-SENDER) = FUNCTION TRIM(ATM-APPLICANT)
                        AND ATM-TEAM-READ = "N"
                        AND WS-TP-COUNT > 0
                        PERFORM CHECK-TEAM-THREAD
                        IF WS-IS-TEAM-POSTING = "Y"
                            ADD 1 TO LNK-UNREAD
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ThreadFile.

CHECK-TEAM-THREAD.
    MOVE "N" TO WS-IS-TEAM-POSTING
    PERFORM VARYING I FROM 1 BY 1
            UNTIL I > WS-TP-COUNT OR WS-IS-TEAM-POSTING = "Y"
        IF ATM-POSTING-ID > 0
            IF WS-TP-ID(I) = ATM-POSTING-ID
                MOVE "Y" TO WS-IS-TEAM-POSTING
            END-IF
        ELSE
            IF FUNCTION TRIM(WS-TP-TITLE(I)) = FUNCTION TRIM(ATM-JOB-TITLE)
                AND FUNCTION TRIM(WS-TP-COMPANY(I)) = FUNCTION TRIM(ATM-JOB-COMPANY)
                MOVE "Y" TO WS-IS-TEAM-POSTING
            END-IF
        END-IF
    END-PERFORM.

LOAD-TEAM-POSTINGS.
    *> Same two-pass CompanyMembers.dat team lookup JobApplicants.cob's
    *> LOAD-COMPANY-TEAM does, then every posting the team owns.
    MOVE 1 TO WS-TEAM-COUNT
    MOVE LNK-USER-NAME TO WS-TEAM-MEMBER(1)
    MOVE SPACES TO WS-MY-COMPANY
    MOVE 0 TO WS-TP-COUNT

    MOVE "N" TO WS-EOF-CM
    OPEN INPUT CompanyMembersFile
    IF WS-CM-STAT = "35"
        CLOSE CompanyMembersFile
    ELSE
        PERFORM UNTIL WS-EOF-CM = "Y"
            READ CompanyMembersFile
                AT END
                    MOVE "Y" TO WS-EOF-CM
                NOT AT END
                    IF FUNCTION TRIM(CM-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        MOVE CM-COMPANY TO WS-MY-COMPANY
                        MOVE "Y" TO WS-EOF-CM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CompanyMembersFile
    END-IF

    IF FUNCTION TRIM(WS-MY-COMPANY) NOT = SPACES
        MOVE "N" TO WS-EOF-CM
        OPEN INPUT CompanyMembersFile
        PERFORM UNTIL WS-EOF-CM = "Y"
            READ CompanyMembersFile
                AT END
                    MOVE "Y" TO WS-EOF-CM
                NOT AT END
                    IF FUNCTION TRIM(CM-COMPANY) = FUNCTION TRIM(WS-MY-COMPANY)
                        AND FUNCTION TRIM(CM-USERNAME) NOT = FUNCTION TRIM(LNK-USER-NAME)
                        AND WS-TEAM-COUNT < 50
                        ADD 1 TO WS-TEAM-COUNT
                        MOVE CM-USERNAME TO WS-TEAM-MEMBER(WS-TEAM-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CompanyMembersFile
    END-IF

    MOVE "N" TO WS-EOF-JOB
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-JOB = "Y"
        READ JobPostingsFile
            AT END
                MOVE "Y" TO WS-EOF-JOB
            NOT AT END
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TEAM-COUNT
                    IF FUNCTION TRIM(JOB-POSTED-BY) = FUNCTION TRIM(WS-TEAM-MEMBER(I))
                        AND WS-TP-COUNT < 100
                        ADD 1 TO WS-TP-COUNT
                        MOVE JOB-TITLE TO WS-TP-TITLE(WS-TP-COUNT)
                        MOVE JOB-COMPANY TO WS-TP-COMPANY(WS-TP-COUNT)
                        MOVE JOB-POSTING-ID TO WS-TP-ID(WS-TP-COUNT)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile.

END PROGRAM ApplicationThread.
