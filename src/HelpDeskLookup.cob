>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HelpDeskLookup.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AccountFile ASSIGN TO "data/accounts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ACC-STAT.
    SELECT SessionLogFile ASSIGN TO "data/SessionLog.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SESSION-STAT.
    SELECT AuditLogFile ASSIGN TO "data/AuditLog.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STAT.
    SELECT PendingRequestsFile ASSIGN TO "data/PendingRequests.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REQ-STAT.
    SELECT JobApplicationsFile ASSIGN TO "data/JobApplications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.
    SELECT BlocklistFile ASSIGN TO "data/Blocklist.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BLOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD AccountFile.
01 ACCOUNT-RECORD.
   05 ACC-USERNAME PIC X(30).
   05 ACC-SALT PIC X(8).
   05 ACC-PASSWORD-HASH PIC 9(10).
   05 ACC-PASSWORD-CHANGED PIC 9(8).
   05 ACC-ACCOUNT-TYPE PIC X.
   05 ACC-ACTIVE-FLAG PIC X.
   05 ACC-CREATED-DATE PIC 9(8).
   05 ACC-APPROVAL-STATUS PIC X.

FD SessionLogFile.
01 SESSION-LOG-RECORD.
       05 SESSION-USERNAME    PIC X(30).
       05 SESSION-LOGIN-TS    PIC 9(14).
       05 SESSION-LOGOUT-TS   PIC 9(14).
       05 SESSION-CLOSE-REASON PIC X.

FD AuditLogFile.
01 AUDIT-LOG-RECORD.
       05 AUDIT-TIMESTAMP     PIC 9(14).
       05 AUDIT-USERNAME      PIC X(30).
       05 AUDIT-ATTEMPT-COUNT PIC 9(2).
       05 AUDIT-OUTCOME       PIC X(30).
       05 AUDIT-CHAIN         PIC 9(10).

FD PendingRequestsFile.
01 PENDING-REQUESTS-RECORD.
       05 REQUEST-ID           PIC 9(4).
       05 SENDER-USERNAME      PIC X(30).
       05 RECIPIENT-USERNAME   PIC X(30).
       05 REQUEST-DATE         PIC 9(8).
       05 REQUEST-NOTE         PIC X(100).

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
       05 APP-USERNAME      PIC X(30).
       05 APP-JOB-TITLE     PIC X(50).
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD BlocklistFile.
01 BLOCKLIST-RECORD.
       05 BL-USER-A PIC X(30).
       05 BL-USER-B PIC X(30).

WORKING-STORAGE SECTION.
*> Help-desk account lookup for administrators: one username in, the
*> whole picture out - account status, recent sign-ins and sign-in
*> failures, open connection requests, job applications and blocks -
*> instead of opening a dozen .dat files by hand when a student calls.
*> Read-only; it changes nothing. Every lookup, found or not, writes
*> a "HELP DESK LOOKUP" row to AdminAudit naming the account looked
*> at, so support access is itself on the audit trail.
77 WS-ACC-STAT     PIC XX VALUE SPACES.
77 WS-SESSION-STAT PIC XX VALUE SPACES.
77 WS-AUDIT-STAT   PIC XX VALUE SPACES.
77 WS-REQ-STAT     PIC XX VALUE SPACES.
77 WS-APP-STAT     PIC XX VALUE SPACES.
77 WS-BLOCK-STAT   PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-LOOKUP-USER  PIC X(30) VALUE SPACES.
77 WS-FOUND        PIC X VALUE "N".
77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-PASS-AGE     PIC 9(6) VALUE 0.
77 WS-SECTION-COUNT PIC 9(4) VALUE 0.
77 WS-TYPE-LABEL   PIC X(20) VALUE SPACES.
77 WS-APPROVAL-LABEL PIC X(30) VALUE SPACES.
77 WS-STATUS-LABEL PIC X(20) VALUE SPACES.
77 I               PIC 9(4) VALUE 0.

01 WS-ACCOUNT-RECORD.
   05 WS-ACC-USERNAME PIC X(30).
   05 FILLER PIC X(18).
   05 WS-ACC-PASSWORD-CHANGED PIC 9(8).
   05 WS-ACC-ACCOUNT-TYPE PIC X.
   05 WS-ACC-ACTIVE-FLAG PIC X.
   05 WS-ACC-CREATED-DATE PIC 9(8).
   05 WS-ACC-APPROVAL-STATUS PIC X.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

77 WS-AUDIT-ACTOR   PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION  PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET  PIC X(30) VALUE SPACES.

77 WS-LC-CODE       PIC X(10) VALUE SPACES.
77 WS-LC-RESULT     PIC X VALUE SPACE.
77 WS-LC-SENT-TO    PIC X(60) VALUE SPACES.

*> The last WS-RECENT-MAX rows of each log for the account, oldest
*> first - both files are append-only, so file order is time order.
77 WS-RECENT-MAX    PIC 9(2) VALUE 5.
77 WS-SESSION-COUNT PIC 9(2) VALUE 0.
01 WS-SESSION-TABLE.
   05 WS-SESSION-ROW OCCURS 5 TIMES.
       10 WS-S-LOGIN-TS   PIC 9(14).
       10 WS-S-LOGOUT-TS  PIC 9(14).
       10 WS-S-REASON     PIC X.
77 WS-AUDIT-COUNT   PIC 9(2) VALUE 0.
01 WS-AUDIT-TABLE.
   05 WS-AUDIT-ROW OCCURS 5 TIMES.
       10 WS-A-TS         PIC 9(14).
       10 WS-A-OUTCOME    PIC X(30).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    DISPLAY "--- Help-Desk Account Lookup ---"
    DISPLAY "Enter the username to look up:"
    ACCEPT WS-LOOKUP-USER
    INSPECT WS-LOOKUP-USER REPLACING ALL X"0D" BY SPACE
    INSPECT WS-LOOKUP-USER REPLACING ALL X"0A" BY SPACE
    IF FUNCTION TRIM(WS-LOOKUP-USER) = SPACES
        GOBACK
    END-IF

    MOVE "HELP DESK LOOKUP" TO WS-AUDIT-ACTION
    MOVE WS-LOOKUP-USER TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM SHOW-ACCOUNT
    IF WS-FOUND = "N"
        DISPLAY "No account named " FUNCTION TRIM(WS-LOOKUP-USER)
            " is on file."
        GOBACK
    END-IF
    PERFORM SHOW-SESSIONS
    PERFORM SHOW-SIGN-IN-FAILURES
    PERFORM SHOW-PENDING-REQUESTS
    PERFORM SHOW-APPLICATIONS
    PERFORM SHOW-BLOCKS
    GOBACK.

SHOW-ACCOUNT.
    MOVE "N" TO WS-FOUND
    MOVE "accounts.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF
    OPEN INPUT AccountFile
    IF WS-ACC-STAT = "35"
        CLOSE AccountFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ AccountFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(ACC-USERNAME) = FUNCTION TRIM(WS-LOOKUP-USER)
                    MOVE ACCOUNT-RECORD TO WS-ACCOUNT-RECORD
                    MOVE "Y" TO WS-FOUND
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AccountFile
    IF WS-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    EVALUATE WS-ACC-ACCOUNT-TYPE
        WHEN "E"
            MOVE "employer" TO WS-TYPE-LABEL
        WHEN "A"
            MOVE "administrator" TO WS-TYPE-LABEL
        WHEN "C"
            MOVE "career services" TO WS-TYPE-LABEL
        WHEN OTHER
            MOVE "student" TO WS-TYPE-LABEL
    END-EVALUATE
    EVALUATE WS-ACC-APPROVAL-STATUS
        WHEN "P"
            MOVE "awaiting employer approval" TO WS-APPROVAL-LABEL
        WHEN "R"
            MOVE "reactivation requested" TO WS-APPROVAL-LABEL
        WHEN OTHER
            MOVE "approved" TO WS-APPROVAL-LABEL
    END-EVALUATE

    DISPLAY "Account: " FUNCTION TRIM(WS-ACC-USERNAME) " ("
        FUNCTION TRIM(WS-TYPE-LABEL) "), created " WS-ACC-CREATED-DATE
    IF WS-ACC-ACTIVE-FLAG = "N"
        DISPLAY "  Status: CLOSED - sign-in is refused"
    ELSE
        DISPLAY "  Status: active"
    END-IF
    DISPLAY "  Approval: " FUNCTION TRIM(WS-APPROVAL-LABEL)
    IF WS-ACC-PASSWORD-CHANGED > 0
        COMPUTE WS-PASS-AGE = FUNCTION INTEGER-OF-DATE(WS-TODAY)
            - FUNCTION INTEGER-OF-DATE(WS-ACC-PASSWORD-CHANGED)
        DISPLAY "  Password last changed " WS-ACC-PASSWORD-CHANGED " ("
            WS-PASS-AGE " days ago)"
    ELSE
        DISPLAY "  Password last changed: not recorded"
    END-IF

    CALL "LoginCode" USING "R" WS-LOOKUP-USER WS-LC-CODE WS-LC-RESULT
        WS-LC-SENT-TO
    IF WS-LC-RESULT = "Y"
        DISPLAY "  Sign-in code: required after the password"
    ELSE
        DISPLAY "  Sign-in code: off"
    END-IF.

SHOW-SESSIONS.
    MOVE 0 TO WS-SESSION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT SessionLogFile
    IF WS-SESSION-STAT = "35"
        CLOSE SessionLogFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ SessionLogFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(SESSION-USERNAME) = FUNCTION TRIM(WS-LOOKUP-USER)
                        PERFORM KEEP-SESSION-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SessionLogFile
    END-IF

    DISPLAY "Recent sessions (SessionLog.dat):"
    IF WS-SESSION-COUNT = 0
        DISPLAY "  (none)"
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SESSION-COUNT
        EVALUATE TRUE
            WHEN WS-S-LOGOUT-TS(I) = 0
                DISPLAY "  In " WS-S-LOGIN-TS(I) " - still open"
            WHEN WS-S-REASON(I) = "T"
                DISPLAY "  In " WS-S-LOGIN-TS(I) " out "
                    WS-S-LOGOUT-TS(I) " (timed out)"
            WHEN OTHER
                DISPLAY "  In " WS-S-LOGIN-TS(I) " out "
                    WS-S-LOGOUT-TS(I)
        END-EVALUATE
    END-PERFORM.

KEEP-SESSION-ROW.
    IF WS-SESSION-COUNT = WS-RECENT-MAX
        PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-RECENT-MAX
            MOVE WS-SESSION-ROW(I + 1) TO WS-SESSION-ROW(I)
        END-PERFORM
    ELSE
        ADD 1 TO WS-SESSION-COUNT
    END-IF
    MOVE SESSION-LOGIN-TS TO WS-S-LOGIN-TS(WS-SESSION-COUNT)
    MOVE SESSION-LOGOUT-TS TO WS-S-LOGOUT-TS(WS-SESSION-COUNT)
    MOVE SESSION-CLOSE-REASON TO WS-S-REASON(WS-SESSION-COUNT).

SHOW-SIGN-IN-FAILURES.
    *> Every AuditLog.dat outcome for the account - failed passwords
    *> and codes, reset attempts - with today's failed sign-in count
    *> against the lockout Login.cob enforces.
    MOVE 0 TO WS-AUDIT-COUNT
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "AuditLog.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF
    OPEN INPUT AuditLogFile
    IF WS-AUDIT-STAT = "35"
        CLOSE AuditLogFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ AuditLogFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(AUDIT-USERNAME) = FUNCTION TRIM(WS-LOOKUP-USER)
                        PERFORM KEEP-AUDIT-ROW
                        IF AUDIT-TIMESTAMP(1:8) = WS-TODAY
                            AND (FUNCTION TRIM(AUDIT-OUTCOME) = "LOGIN FAILED"
                                OR FUNCTION TRIM(AUDIT-OUTCOME) = "LOGIN CODE FAILED")
                            ADD 1 TO WS-SECTION-COUNT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AuditLogFile
    END-IF

    DISPLAY "Recent audit log entries (AuditLog.dat):"
    IF WS-AUDIT-COUNT = 0
        DISPLAY "  (none)"
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AUDIT-COUNT
        DISPLAY "  " WS-A-TS(I) " " FUNCTION TRIM(WS-A-OUTCOME(I))
    END-PERFORM
    DISPLAY "  Failed sign-ins today: " WS-SECTION-COUNT.

KEEP-AUDIT-ROW.
    IF WS-AUDIT-COUNT = WS-RECENT-MAX
        PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-RECENT-MAX
            MOVE WS-AUDIT-ROW(I + 1) TO WS-AUDIT-ROW(I)
        END-PERFORM
    ELSE
        ADD 1 TO WS-AUDIT-COUNT
    END-IF
    MOVE AUDIT-TIMESTAMP TO WS-A-TS(WS-AUDIT-COUNT)
    MOVE AUDIT-OUTCOME TO WS-A-OUTCOME(WS-AUDIT-COUNT).

SHOW-PENDING-REQUESTS.
    DISPLAY "Open connection requests (PendingRequests.dat):"
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT PendingRequestsFile
    IF WS-REQ-STAT = "35"
        CLOSE PendingRequestsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ PendingRequestsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(SENDER-USERNAME) = FUNCTION TRIM(WS-LOOKUP-USER)
                        OR FUNCTION TRIM(RECIPIENT-USERNAME) = FUNCTION TRIM(WS-LOOKUP-USER)
                        ADD 1 TO WS-SECTION-COUNT
                        DISPLAY "  #" REQUEST-ID " "
                            FUNCTION TRIM(SENDER-USERNAME) " -> "
                            FUNCTION TRIM(RECIPIENT-USERNAME) " on "
                            REQUEST-DATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PendingRequestsFile
    END-IF
    IF WS-SECTION-COUNT = 0
        DISPLAY "  (none)"
    END-IF.

SHOW-APPLICATIONS.
    DISPLAY "Job applications (JobApplications.dat):"
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "JobApplications.dat" TO WS-GUARD-FILE
    MOVE 3 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        DISPLAY "  (applications file is not at the expected layout)"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF
    OPEN INPUT JobApplicationsFile
    IF WS-APP-STAT = "35"
        CLOSE JobApplicationsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ JobApplicationsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(APP-USERNAME) = FUNCTION TRIM(WS-LOOKUP-USER)
                        ADD 1 TO WS-SECTION-COUNT
                        PERFORM SET-STATUS-LABEL
                        DISPLAY "  " FUNCTION TRIM(APP-JOB-TITLE) " at "
                            FUNCTION TRIM(APP-JOB-COMPANY) " on " APP-DATE
                            " - " FUNCTION TRIM(WS-STATUS-LABEL)
                            " (posting ID " APP-POSTING-ID ")"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JobApplicationsFile
    END-IF
    IF WS-SECTION-COUNT = 0
        DISPLAY "  (none)"
    END-IF.

SET-STATUS-LABEL.
    *> Same APP-STATUS byte-to-words mapping JobApplicants.cob and
    *> MyApplications.cob use.
    EVALUATE APP-STATUS
        WHEN "U"
            MOVE "under review" TO WS-STATUS-LABEL
        WHEN "I"
            MOVE "interview" TO WS-STATUS-LABEL
        WHEN "O"
            MOVE "offer" TO WS-STATUS-LABEL
        WHEN "R"
            MOVE "rejected" TO WS-STATUS-LABEL
        WHEN OTHER
            MOVE "submitted" TO WS-STATUS-LABEL
    END-EVALUATE.

SHOW-BLOCKS.
    DISPLAY "Blocks (Blocklist.dat):"
    MOVE 0 TO WS-SECTION-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT BlocklistFile
    IF WS-BLOCK-STAT = "35"
        CLOSE BlocklistFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ BlocklistFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(BL-USER-A) = FUNCTION TRIM(WS-LOOKUP-USER)
                        ADD 1 TO WS-SECTION-COUNT
                        DISPLAY "  Blocked " FUNCTION TRIM(BL-USER-B)
                    END-IF
                    IF FUNCTION TRIM(BL-USER-B) = FUNCTION TRIM(WS-LOOKUP-USER)
                        ADD 1 TO WS-SECTION-COUNT
                        DISPLAY "  Blocked by " FUNCTION TRIM(BL-USER-A)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BlocklistFile
    END-IF
    IF WS-SECTION-COUNT = 0
        DISPLAY "  (none)"
    END-IF.

END PROGRAM HelpDeskLookup.
