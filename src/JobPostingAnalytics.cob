        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.
    SELECT JobInvitesFile ASSIGN TO "data/JobInvites.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-INV-STAT.
    SELECT ReferralsFile ASSIGN TO "data/Referrals.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REF-STAT.

DATA DIVISION.
FILE SECTION.
       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD JobInvitesFile.
01 JOB-INVITE-RECORD.
       05 INV-STUDENT       PIC X(30).
       05 INV-POSTING-ID    PIC 9(9).
       05 INV-COMPANY       PIC X(50).
       05 INV-SENT-BY       PIC X(30).
       05 INV-SENT-DATE     PIC 9(8).
       05 INV-JOB-TITLE     PIC X(50).

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

WORKING-STORAGE SECTION.
77 WS-JOB-STAT       PIC XX VALUE SPACES.
       10 WS-POST-TITLE       PIC X(50).
       10 WS-POST-COMPANY     PIC X(50).
       10 WS-POST-STATUS      PIC X(01).
       10 WS-POST-ID          PIC 9(9).
       10 WS-POST-DATE        PIC 9(8).
       10 WS-POST-APP-COUNT   PIC 9(6).
       10 WS-POST-AGE-DAYS    PIC 9(8).
       10 WS-POST-RATE        PIC ZZ9.99.
       10 WS-POST-INVITES     PIC 9(6).
       10 WS-POST-CONVERTED   PIC 9(6).
       10 WS-POST-REFERRALS   PIC 9(6).
       10 WS-POST-REFERRED    PIC 9(6).

77 WS-TOTAL-APPLICANTS PIC 9(8) VALUE 0.

*> Invitations to apply (InviteToApply.cob) sent for these postings,
*> by anyone on the team. An invite counts as converted when the
*> invited student applied to that posting on or after the day it
*> was sent.
77 WS-INV-STAT       PIC XX VALUE SPACES.
77 WS-EOF-INV        PIC X VALUE "N".
77 WS-INVITE-COUNT   PIC 9(4) VALUE 0.
77 WS-INV-IDX        PIC 9(4) VALUE 0.
77 WS-TOTAL-INVITES   PIC 9(6) VALUE 0.
77 WS-TOTAL-CONVERTED PIC 9(6) VALUE 0.
01 WS-INVITE-TABLE.
   05 WS-INVITE-ROW OCCURS 500 TIMES.
       10 WS-INVITE-STUDENT   PIC X(30).
       10 WS-INVITE-SLOT      PIC 9(4).
       10 WS-INVITE-DATE      PIC 9(8).
       10 WS-INVITE-CONVERTED PIC X.

*> Connection referrals (JobReferrals.cob) to these postings, and the
*> applications they are credited on ("A" rows). Referred applicants
*> are compared with everyone else on how many reached interview or
*> offer.
77 WS-REF-STAT        PIC XX VALUE SPACES.
77 WS-EOF-REF         PIC X VALUE "N".
77 WS-CREDIT-COUNT    PIC 9(4) VALUE 0.
77 WS-CREDIT-IDX      PIC 9(4) VALUE 0.
77 WS-IS-REFERRED     PIC X VALUE "N".
77 WS-TOTAL-REFERRALS PIC 9(6) VALUE 0.
77 WS-REF-APPS        PIC 9(6) VALUE 0.
77 WS-REF-ADVANCED    PIC 9(6) VALUE 0.
77 WS-OTHER-APPS      PIC 9(6) VALUE 0.
77 WS-OTHER-ADVANCED  PIC 9(6) VALUE 0.
77 WS-ADVANCE-PCT     PIC ZZ9.9.
01 WS-CREDIT-TABLE.
   05 WS-CREDIT-ROW OCCURS 500 TIMES.
       10 WS-CREDIT-CONTACT PIC X(30).
       10 WS-CREDIT-SLOT    PIC 9(4).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

        GOBACK
    END-IF

    PERFORM LOAD-POSTING-INVITES
    PERFORM LOAD-POSTING-REFERRALS
    PERFORM COUNT-APPLICANTS-PER-POSTING
    PERFORM PRINT-POSTING-ANALYTICS

    DISPLAY " "
    DISPLAY "Postings analyzed: " WS-POSTING-COUNT
    DISPLAY "Total applicants across all postings: " WS-TOTAL-APPLICANTS
    DISPLAY "Invitations to apply sent: " WS-TOTAL-INVITES
    DISPLAY "Invitations that became applications: " WS-TOTAL-CONVERTED
    DISPLAY "Referrals by connections: " WS-TOTAL-REFERRALS
    PERFORM PRINT-REFERRAL-COMPARISON
    GOBACK.

LOAD-OWN-POSTINGS.
                        MOVE JOB-TITLE TO WS-POST-TITLE(WS-POSTING-COUNT)
                        MOVE JOB-COMPANY TO WS-POST-COMPANY(WS-POSTING-COUNT)
                        MOVE JOB-STATUS TO WS-POST-STATUS(WS-POSTING-COUNT)
                        MOVE JOB-POSTING-ID TO WS-POST-ID(WS-POSTING-COUNT)
                        MOVE JOB-POSTED-DATE TO WS-POST-DATE(WS-POSTING-COUNT)
                        MOVE 0 TO WS-POST-APP-COUNT(WS-POSTING-COUNT)
                        MOVE 0 TO WS-POST-INVITES(WS-POSTING-COUNT)
                        MOVE 0 TO WS-POST-CONVERTED(WS-POSTING-COUNT)
                        MOVE 0 TO WS-POST-REFERRALS(WS-POSTING-COUNT)
                        MOVE 0 TO WS-POST-REFERRED(WS-POSTING-COUNT)
                    END-IF
            END-READ
        END-PERFORM
COUNT-APPLICANTS-PER-POSTING.
    *> One pass over JobApplications.dat, tallying each row into the
    *> matching posting slot in WS-POSTING-TABLE rather than re-scanning
    *> the applications file once per posting. Matched on the posting
    *> ID, so a repost under an earlier posting's title counts only
    *> its own applicants.
    MOVE 0 TO WS-TOTAL-APPLICANTS
    MOVE 0 TO WS-TOTAL-CONVERTED
    MOVE 0 TO WS-REF-APPS
    MOVE 0 TO WS-REF-ADVANCED
    MOVE 0 TO WS-OTHER-APPS
    MOVE 0 TO WS-OTHER-ADVANCED
    MOVE "N" TO WS-EOF-APP
    OPEN INPUT JobApplicationsFile

                    MOVE "Y" TO WS-EOF-APP
                NOT AT END
                    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POSTING-COUNT
                        IF APP-POSTING-ID = WS-POST-ID(I)
                            ADD 1 TO WS-POST-APP-COUNT(I)
                            ADD 1 TO WS-TOTAL-APPLICANTS
                            PERFORM MARK-INVITE-CONVERTED
                            PERFORM TALLY-REFERRED-APPLICANT
                        END-IF
                    END-PERFORM
            END-READ
        CLOSE JobApplicationsFile
    END-IF.

LOAD-POSTING-INVITES.
    *> The JobInvites.dat rows for the postings in WS-POSTING-TABLE,
    *> each tied to its posting slot.
    MOVE 0 TO WS-INVITE-COUNT
    MOVE 0 TO WS-TOTAL-INVITES
    MOVE "N" TO WS-EOF-INV
    OPEN INPUT JobInvitesFile

    IF WS-INV-STAT = "35"
        CLOSE JobInvitesFile
    ELSE
        PERFORM UNTIL WS-EOF-INV = "Y"
            READ JobInvitesFile
                AT END
                    MOVE "Y" TO WS-EOF-INV
                NOT AT END
                    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POSTING-COUNT
                        IF INV-POSTING-ID = WS-POST-ID(I)
                            ADD 1 TO WS-POST-INVITES(I)
                            ADD 1 TO WS-TOTAL-INVITES
                            IF WS-INVITE-COUNT < 500
                                ADD 1 TO WS-INVITE-COUNT
                                MOVE INV-STUDENT TO WS-INVITE-STUDENT(WS-INVITE-COUNT)
                                MOVE I TO WS-INVITE-SLOT(WS-INVITE-COUNT)
                                MOVE INV-SENT-DATE TO WS-INVITE-DATE(WS-INVITE-COUNT)
                                MOVE "N" TO WS-INVITE-CONVERTED(WS-INVITE-COUNT)
                            END-IF
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE JobInvitesFile
    END-IF.

MARK-INVITE-CONVERTED.
    *> The application just read is for posting slot I; an open invite
    *> to the same student sent no later than the application converts.
    PERFORM VARYING WS-INV-IDX FROM 1 BY 1 UNTIL WS-INV-IDX > WS-INVITE-COUNT
        IF WS-INVITE-SLOT(WS-INV-IDX) = I
            AND WS-INVITE-CONVERTED(WS-INV-IDX) = "N"
            AND FUNCTION TRIM(WS-INVITE-STUDENT(WS-INV-IDX)) = FUNCTION TRIM(APP-USERNAME)
            AND APP-DATE >= WS-INVITE-DATE(WS-INV-IDX)
            MOVE "Y" TO WS-INVITE-CONVERTED(WS-INV-IDX)
            ADD 1 TO WS-POST-CONVERTED(I)
            ADD 1 TO WS-TOTAL-CONVERTED
        END-IF
    END-PERFORM.

LOAD-POSTING-REFERRALS.
    *> Every Referrals.dat row for these postings counts toward the
    *> posting's referral volume; the credited ones are kept by slot.
    MOVE 0 TO WS-CREDIT-COUNT
    MOVE 0 TO WS-TOTAL-REFERRALS
    MOVE "N" TO WS-EOF-REF
    OPEN INPUT ReferralsFile

    IF WS-REF-STAT = "35"
        CLOSE ReferralsFile
    ELSE
        PERFORM UNTIL WS-EOF-REF = "Y"
            READ ReferralsFile
                AT END
                    MOVE "Y" TO WS-EOF-REF
                NOT AT END
                    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POSTING-COUNT
                        IF REF-POSTING-ID = WS-POST-ID(I)
                            ADD 1 TO WS-POST-REFERRALS(I)
                            ADD 1 TO WS-TOTAL-REFERRALS
                            IF REF-STATUS = "A" AND WS-CREDIT-COUNT < 500
                                ADD 1 TO WS-CREDIT-COUNT
                                MOVE REF-CONTACT TO WS-CREDIT-CONTACT(WS-CREDIT-COUNT)
                                MOVE I TO WS-CREDIT-SLOT(WS-CREDIT-COUNT)
                            END-IF
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE ReferralsFile
    END-IF.

TALLY-REFERRED-APPLICANT.
    *> The application just read is for posting slot I: referred or
    *> not, and whether it has reached interview or offer.
    MOVE "N" TO WS-IS-REFERRED
    PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1 UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
        IF WS-CREDIT-SLOT(WS-CREDIT-IDX) = I
            AND FUNCTION TRIM(WS-CREDIT-CONTACT(WS-CREDIT-IDX)) = FUNCTION TRIM(APP-USERNAME)
            MOVE "Y" TO WS-IS-REFERRED
        END-IF
    END-PERFORM
    IF WS-IS-REFERRED = "Y"
        ADD 1 TO WS-POST-REFERRED(I)
        ADD 1 TO WS-REF-APPS
        IF APP-STATUS = "I" OR APP-STATUS = "O"
            ADD 1 TO WS-REF-ADVANCED
        END-IF
    ELSE
        ADD 1 TO WS-OTHER-APPS
        IF APP-STATUS = "I" OR APP-STATUS = "O"
            ADD 1 TO WS-OTHER-ADVANCED
        END-IF
    END-IF.

PRINT-REFERRAL-COMPARISON.
    IF WS-REF-APPS = 0
        DISPLAY "No applications have come through a referral yet."
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ADVANCE-PCT ROUNDED = WS-REF-ADVANCED * 100 / WS-REF-APPS
    DISPLAY "Referred applicants: " WS-REF-APPS
        "  reached interview or offer: " WS-REF-ADVANCED
        " (" WS-ADVANCE-PCT "%)"
    IF WS-OTHER-APPS = 0
        DISPLAY "Other applicants: none"
    ELSE
        COMPUTE WS-ADVANCE-PCT ROUNDED =
            WS-OTHER-ADVANCED * 100 / WS-OTHER-APPS
        DISPLAY "Other applicants: " WS-OTHER-APPS
            "  reached interview or offer: " WS-OTHER-ADVANCED
            " (" WS-ADVANCE-PCT "%)"
    END-IF.

PRINT-POSTING-ANALYTICS.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POSTING-COUNT
        COMPUTE WS-POST-AGE-DAYS(I) =
        DISPLAY "    Total applicants: " WS-POST-APP-COUNT(I)
        DISPLAY "    Days since posted: " WS-POST-AGE-DAYS(I)
        DISPLAY "    Applications per day: " WS-POST-RATE(I)
        IF WS-POST-INVITES(I) > 0
            DISPLAY "    Invitations sent: " WS-POST-INVITES(I)
                "  became applications: " WS-POST-CONVERTED(I)
        END-IF
        IF WS-POST-REFERRALS(I) > 0
            DISPLAY "    Referrals by connections: " WS-POST-REFERRALS(I)
                "  referred applicants: " WS-POST-REFERRED(I)
        END-IF
    END-PERFORM.

END PROGRAM JobPostingAnalytics.
