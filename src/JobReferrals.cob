>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. JobReferrals.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReferralsFile ASSIGN TO "data/Referrals.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REF-STAT.
    SELECT TempReferralsFile ASSIGN TO "data/Referrals.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT JobApplicationsFile ASSIGN TO "data/JobApplications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.
    SELECT NotificationsFile ASSIGN TO "data/Notifications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NOTIF-STAT.

DATA DIVISION.
FILE SECTION.
FD ReferralsFile.
01 REFERRAL-RECORD.
       05 REF-REFERRER      PIC X(30).
       05 REF-CONTACT       PIC X(30).
       05 REF-POSTING-ID    PIC 9(9).
       05 REF-JOB-TITLE     PIC X(50).
       05 REF-JOB-COMPANY   PIC X(50).
       05 REF-DATE          PIC 9(8).
       05 REF-STATUS        PIC X(01).
       05 REF-APPLIED-DATE  PIC 9(8).

FD TempReferralsFile.
01 TEMP-REFERRAL-RECORD PIC X(186).

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
       05 APP-USERNAME      PIC X(30).
       05 APP-JOB-TITLE     PIC X(50).
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
       05 NOTIF-USERNAME    PIC X(30).
       05 NOTIF-MESSAGE     PIC X(100).
       05 NOTIF-READ-FLAG   PIC X.

WORKING-STORAGE SECTION.
*> Connection referrals. A student looking at a posting in
*> JobSearch.cob refers one of their connections to it; the row goes
*> to data/Referrals.dat (status "O" open) and the contact gets a
*> category "J" notification, subject to NotifyPref.cob.
*>
*> When the contact applies (JobSearch.cob or SavedJobs.cob), "A"
*> tags the application with its referrer: the earliest open
*> referral of that contact to that posting becomes "A" (applied,
*> with the date), and any other open referrals to the same pair
*> become "S" (someone else's referral got the credit). An
*> application carries at most one referrer, which JobApplicants.cob
*> shows through "L" and JobPostingAnalytics.cob counts. A referrer
*> whose account has since closed is blanked by PurgeUserRows.cob.
*>
*>   "S"  LK-USER-NAME refers LK-CONTACT to the posting. LK-RESULT:
*>        Y sent, D already referred them to it, P they have already
*>        applied, E the contact is not a student account.
*>   "A"  LK-USER-NAME has just applied to the posting. LK-RESULT Y
*>        and LK-REFERRER when a referral was credited, else N.
*>   "L"  LK-REFERRER credited on LK-USER-NAME's application to the
*>        posting, LK-RESULT Y/N.
77 WS-REF-STAT      PIC XX VALUE SPACES.
77 WS-APP-STAT      PIC XX VALUE SPACES.
77 WS-NOTIF-STAT    PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-LOCK-RESULT   PIC X VALUE SPACE.
77 WS-RECOVER-DAT   PIC X(60) VALUE SPACES.
77 WS-RECOVER-TMP   PIC X(60) VALUE SPACES.
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-ACCOUNT-TYPE  PIC X VALUE SPACE.
77 WS-FOUND         PIC X VALUE "N".
77 WS-PASSWORD      PIC X(20) VALUE SPACES.
77 WS-NP-CATEGORY   PIC X(01) VALUE "J".
77 WS-NP-SETTING    PIC X(01) VALUE SPACE.
77 WS-CREDITED      PIC X VALUE "N".

LINKAGE SECTION.
01 LK-FUNCTION    PIC X.
01 LK-USER-NAME   PIC X(30).
01 LK-CONTACT     PIC X(30).
01 LK-POSTING-ID  PIC 9(9).
01 LK-JOB-TITLE   PIC X(50).
01 LK-JOB-COMPANY PIC X(50).
01 LK-RESULT      PIC X.
01 LK-REFERRER    PIC X(30).

PROCEDURE DIVISION USING LK-FUNCTION LK-USER-NAME LK-CONTACT
    LK-POSTING-ID LK-JOB-TITLE LK-JOB-COMPANY LK-RESULT LK-REFERRER.
MAIN-LOGIC.
    MOVE "N" TO LK-RESULT
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    EVALUATE LK-FUNCTION
        WHEN "S"
            PERFORM SEND-REFERRAL
        WHEN "A"
            MOVE SPACES TO LK-REFERRER
            PERFORM CREDIT-REFERRAL
        WHEN "L"
            MOVE SPACES TO LK-REFERRER
            PERFORM FIND-CREDITED-REFERRER
    END-EVALUATE
    GOBACK.

SEND-REFERRAL.
    CALL "DataStore" USING "T" LK-CONTACT WS-PASSWORD WS-FOUND
        WS-ACCOUNT-TYPE
    IF WS-FOUND NOT = "Y" OR WS-ACCOUNT-TYPE NOT = "S"
        MOVE "E" TO LK-RESULT
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
                    IF FUNCTION TRIM(APP-USERNAME) = FUNCTION TRIM(LK-CONTACT)
                        AND APP-POSTING-ID = LK-POSTING-ID
                        MOVE "P" TO LK-RESULT
                        MOVE "Y" TO WS-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JobApplicationsFile
    END-IF
    IF LK-RESULT = "P"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF
    OPEN INPUT ReferralsFile
    IF WS-REF-STAT = "35"
        CLOSE ReferralsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ ReferralsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF REF-REFERRER = LK-USER-NAME
                        AND REF-CONTACT = LK-CONTACT
                        AND REF-POSTING-ID = LK-POSTING-ID
                        MOVE "D" TO LK-RESULT
                        MOVE "Y" TO WS-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ReferralsFile
    END-IF
    IF LK-RESULT = "D"
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND ReferralsFile
    IF WS-REF-STAT = "35"
        CLOSE ReferralsFile
        OPEN OUTPUT ReferralsFile
    END-IF
    MOVE SPACES TO REFERRAL-RECORD
    MOVE LK-USER-NAME TO REF-REFERRER
    MOVE LK-CONTACT TO REF-CONTACT
    MOVE LK-POSTING-ID TO REF-POSTING-ID
    MOVE LK-JOB-TITLE TO REF-JOB-TITLE
    MOVE LK-JOB-COMPANY TO REF-JOB-COMPANY
    MOVE WS-TODAY TO REF-DATE
    MOVE "O" TO REF-STATUS
    MOVE 0 TO REF-APPLIED-DATE
    WRITE REFERRAL-RECORD
    CLOSE ReferralsFile

    PERFORM NOTIFY-CONTACT
    MOVE "Y" TO LK-RESULT.

NOTIFY-CONTACT.
    CALL "NotifyPref" USING LK-CONTACT WS-NP-CATEGORY WS-NP-SETTING
    IF WS-NP-SETTING = "F"
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND NotificationsFile
    IF WS-NOTIF-STAT = "35"
        CLOSE NotificationsFile
        OPEN OUTPUT NotificationsFile
    END-IF
    MOVE SPACES TO NOTIFICATIONS-RECORD
    MOVE LK-CONTACT TO NOTIF-USERNAME
    STRING FUNCTION TRIM(LK-USER-NAME) " referred you to "
        FUNCTION TRIM(LK-JOB-TITLE) " at " FUNCTION TRIM(LK-JOB-COMPANY)
        " - see Search for a Job"
        DELIMITED BY SIZE INTO NOTIF-MESSAGE
    IF WS-NP-SETTING = "D"
        MOVE "D" TO NOTIF-READ-FLAG
    ELSE
        MOVE "N" TO NOTIF-READ-FLAG
    END-IF
    WRITE NOTIFICATIONS-RECORD
    CLOSE NotificationsFile.

CREDIT-REFERRAL.
    *> Rows are in the order they were sent, so the first open one for
    *> the pair is the earliest referral.
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    MOVE "data/Referrals.dat" TO WS-RECOVER-DAT
    MOVE "data/Referrals.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ReferralsFile
    IF WS-REF-STAT = "35"
        CLOSE ReferralsFile
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-CREDITED
    OPEN OUTPUT TempReferralsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ReferralsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF REF-CONTACT = LK-USER-NAME
                    AND REF-POSTING-ID = LK-POSTING-ID
                    AND REF-STATUS = "O"
                    IF WS-CREDITED = "N"
                        MOVE "A" TO REF-STATUS
                        MOVE WS-TODAY TO REF-APPLIED-DATE
                        MOVE REF-REFERRER TO LK-REFERRER
                        MOVE "Y" TO WS-CREDITED
                    ELSE
                        MOVE "S" TO REF-STATUS
                        MOVE WS-TODAY TO REF-APPLIED-DATE
                    END-IF
                END-IF
                MOVE REFERRAL-RECORD TO TEMP-REFERRAL-RECORD
                WRITE TEMP-REFERRAL-RECORD
        END-READ
    END-PERFORM
    CLOSE ReferralsFile
    CLOSE TempReferralsFile
    CALL "CBL_DELETE_FILE" USING "data/Referrals.dat"
    CALL "CBL_RENAME_FILE" USING "data/Referrals.tmp"
        "data/Referrals.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT
    MOVE WS-CREDITED TO LK-RESULT.

FIND-CREDITED-REFERRER.
    MOVE "N" TO WS-EOF
    OPEN INPUT ReferralsFile
    IF WS-REF-STAT = "35"
        CLOSE ReferralsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ReferralsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF REF-CONTACT = LK-USER-NAME
                    AND REF-POSTING-ID = LK-POSTING-ID
                    AND REF-STATUS = "A"
                    MOVE REF-REFERRER TO LK-REFERRER
                    IF REF-REFERRER = SPACES
                        MOVE "a closed account" TO LK-REFERRER
                    END-IF
                    MOVE "Y" TO LK-RESULT
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ReferralsFile.
