>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ReviewCompany.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompanyReviewsFile ASSIGN TO "data/CompanyReviews.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REV-STAT.
    SELECT TempReviewsFile ASSIGN TO "data/CompanyReviews.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT InterviewSlotsFile ASSIGN TO "data/InterviewSlots.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SLOT-STAT.
    SELECT JobApplicationsFile ASSIGN TO "data/JobApplications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.

DATA DIVISION.
FILE SECTION.
FD CompanyReviewsFile.
01 COMPANY-REVIEW-RECORD.
       05 REV-COMPANY      PIC X(50).
       05 REV-USERNAME     PIC X(30).
       05 REV-RATING       PIC 9.
       05 REV-COMMENT      PIC X(200).
       05 REV-DATE         PIC 9(8).
       05 REV-STATUS       PIC X(01).
       05 REV-FLAGGED-BY   PIC X(30).
       05 REV-FLAG-NOTE    PIC X(100).

FD TempReviewsFile.
01 TEMP-REVIEW-RECORD PIC X(420).

FD InterviewSlotsFile.
01 INTERVIEW-SLOT-RECORD.
       05 SLOT-EMPLOYER     PIC X(30).
       05 SLOT-JOB-TITLE    PIC X(50).
       05 SLOT-JOB-COMPANY  PIC X(50).
       05 SLOT-DATE         PIC 9(8).
       05 SLOT-TIME         PIC 9(4).
       05 SLOT-BOOKED-BY    PIC X(30).
       05 SLOT-POSTING-ID   PIC 9(9).

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
       05 APP-USERNAME      PIC X(30).
       05 APP-JOB-TITLE     PIC X(50).
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

WORKING-STORAGE SECTION.
*> Student reviews of companies, in data/CompanyReviews.dat keyed by
*> company name (compared trimmed and case-blind). Only a student who
*> has been through a company's hiring - a booked InterviewSlots.dat
*> slot, or an application the employer moved to Interview ("I") or
*> Offer ("O") - may review it; one review per student per company,
*> and writing again replaces it. Readers (JobSearch.cob's company
*> profile) see the average rating and recent comments with no
*> reviewer name. REV-STATUS: "A" shown, "F" flagged by the employer
*> for an admin to look at (still shown until decided), "H" hidden by
*> an admin from ModerationQueue.cob.
77 WS-RECOVER-DAT PIC X(60) VALUE "data/CompanyReviews.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/CompanyReviews.tmp".
77 WS-REV-STAT     PIC XX VALUE SPACES.
77 WS-SLOT-STAT    PIC XX VALUE SPACES.
77 WS-APP-STAT     PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-LOCK-RESULT  PIC X VALUE SPACE.
77 WS-UPDATED      PIC X VALUE "N".
77 WS-ACCOUNT-TYPE PIC X VALUE SPACE.
77 WS-FOUND        PIC X VALUE "N".
77 WS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-CHOICE-RAW   PIC X(4) VALUE SPACES.
77 WS-CHOICE       PIC 9(4) VALUE 0.
77 WS-RATING-RAW   PIC X(4) VALUE SPACES.
77 WS-RATING       PIC 9 VALUE 0.
77 WS-COMMENT      PIC X(200) VALUE SPACES.
77 WS-CHECK-COMPANY PIC X(50) VALUE SPACES.
77 I               PIC 9(4) VALUE 0.

77 WS-COMPANY-COUNT PIC 9(4) VALUE 0.
01 WS-COMPANY-TABLE.
   05 WS-COMPANY-ROW OCCURS 50 TIMES.
       10 WS-C-NAME      PIC X(50).
       10 WS-C-REVIEWED  PIC X.

*> The review writes check the applications/slots files they read
*> against the layout versions this program was written for - see
*> SchemaGuard.cob.
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

*> Free text is screened by ContentScreen.cob against the shared
*> word/pattern list before it is saved.
77 WS-CS-SOURCE PIC X(20) VALUE SPACES.
77 WS-CS-KEY    PIC X(100) VALUE SPACES.
77 WS-CS-TEXT   PIC X(200) VALUE SPACES.
77 WS-CS-RESULT PIC X VALUE SPACE.
77 WS-CS-REASON PIC X(40) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    MOVE "JobApplications.dat" TO WS-GUARD-FILE
    MOVE 3 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT = "Y"
        MOVE "InterviewSlots.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF

    CALL "DataStore" USING "T" LNK-USER-NAME WS-PASSWORD WS-FOUND
        WS-ACCOUNT-TYPE
    IF WS-ACCOUNT-TYPE NOT = "S"
        DISPLAY "Only student accounts may review companies."
        GOBACK
    END-IF

    DISPLAY "--- Review a Company ---"
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM LOAD-QUALIFYING-COMPANIES
    IF WS-COMPANY-COUNT = 0
        DISPLAY "You can review a company once you have booked an "
            "interview with it or been moved to interview or offer."
        GOBACK
    END-IF
    PERFORM MARK-ALREADY-REVIEWED

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-COMPANY-COUNT
        IF WS-C-REVIEWED(I) = "Y"
            DISPLAY I ". " FUNCTION TRIM(WS-C-NAME(I))
                " (you reviewed it - a new review replaces yours)"
        ELSE
            DISPLAY I ". " FUNCTION TRIM(WS-C-NAME(I))
        END-IF
    END-PERFORM
    DISPLAY "Enter the number of a company to review, or 0 to exit:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
        MOVE 0 TO WS-CHOICE
    END-IF
    IF WS-CHOICE = 0 OR WS-CHOICE > WS-COMPANY-COUNT
        GOBACK
    END-IF

    DISPLAY "Rating from 1 (poor) to 5 (excellent):"
    ACCEPT WS-RATING-RAW
    IF FUNCTION TRIM(WS-RATING-RAW) IS NUMERIC
        AND FUNCTION TRIM(WS-RATING-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-RATING-RAW) TO WS-RATING
    ELSE
        MOVE 0 TO WS-RATING
    END-IF
    IF WS-RATING < 1 OR WS-RATING > 5
        DISPLAY "Please rate from 1 to 5. No review saved."
        GOBACK
    END-IF

    DISPLAY "A short comment about the interview or the company:"
    ACCEPT WS-COMMENT
    MOVE "COMPANY REVIEW" TO WS-CS-SOURCE
    MOVE WS-C-NAME(WS-CHOICE) TO WS-CS-KEY
    MOVE WS-COMMENT TO WS-CS-TEXT
    CALL "ContentScreen" USING "C" WS-CS-SOURCE LNK-USER-NAME
        WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
    IF WS-CS-RESULT = "R"
        DISPLAY "This review cannot be saved: "
            FUNCTION TRIM(WS-CS-REASON) "."
        GOBACK
    END-IF

    PERFORM SAVE-REVIEW
    DISPLAY "Your review has been saved. Other students see it without "
        "your name."
    IF WS-CS-RESULT = "H"
        CALL "ContentScreen" USING "S" WS-CS-SOURCE LNK-USER-NAME
            WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
        DISPLAY "The comment has been queued for a quick admin review."
    END-IF
    GOBACK.

LOAD-QUALIFYING-COMPANIES.
    *> Companies from the caller's booked interview slots, then from
    *> their applications at Interview or Offer.
    MOVE 0 TO WS-COMPANY-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT InterviewSlotsFile
    IF WS-SLOT-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ InterviewSlotsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(SLOT-BOOKED-BY) = FUNCTION TRIM(LNK-USER-NAME)
                        MOVE SLOT-JOB-COMPANY TO WS-CHECK-COMPANY
                        PERFORM ADD-COMPANY
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE InterviewSlotsFile

    MOVE "N" TO WS-EOF
    OPEN INPUT JobApplicationsFile
    IF WS-APP-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ JobApplicationsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(APP-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        AND (APP-STATUS = "I" OR APP-STATUS = "O")
                        MOVE APP-JOB-COMPANY TO WS-CHECK-COMPANY
                        PERFORM ADD-COMPANY
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JobApplicationsFile.

ADD-COMPANY.
    IF FUNCTION TRIM(WS-CHECK-COMPANY) = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-COMPANY-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-C-NAME(I)))
            = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHECK-COMPANY))
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-COMPANY-COUNT < 50
        ADD 1 TO WS-COMPANY-COUNT
        MOVE WS-CHECK-COMPANY TO WS-C-NAME(WS-COMPANY-COUNT)
        MOVE "N" TO WS-C-REVIEWED(WS-COMPANY-COUNT)
    END-IF.

MARK-ALREADY-REVIEWED.
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyReviewsFile
    IF WS-REV-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ CompanyReviewsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(REV-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        PERFORM VARYING I FROM 1 BY 1
                            UNTIL I > WS-COMPANY-COUNT
                            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-C-NAME(I)))
                                = FUNCTION UPPER-CASE(FUNCTION TRIM(REV-COMPANY))
                                MOVE "Y" TO WS-C-REVIEWED(I)
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CompanyReviewsFile.

SAVE-REVIEW.
    *> Upserts the caller's review of the chosen company by the
    *> rebuild-via-temp-file pattern CompanyPlans.cob's SAVE-PLAN-ROW
    *> uses. A replaced review starts over as shown, unflagged.
    MOVE "N" TO WS-UPDATED
    MOVE "N" TO WS-EOF
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN OUTPUT TempReviewsFile
    OPEN INPUT CompanyReviewsFile
    IF WS-REV-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ CompanyReviewsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(REV-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        AND FUNCTION UPPER-CASE(FUNCTION TRIM(REV-COMPANY))
                        = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-C-NAME(WS-CHOICE)))
                        PERFORM FILL-REVIEW
                        MOVE "Y" TO WS-UPDATED
                    END-IF
                    MOVE COMPANY-REVIEW-RECORD TO TEMP-REVIEW-RECORD
                    WRITE TEMP-REVIEW-RECORD
            END-READ
        END-PERFORM
    END-IF
    CLOSE CompanyReviewsFile

    IF WS-UPDATED = "N"
        MOVE SPACES TO COMPANY-REVIEW-RECORD
        MOVE WS-C-NAME(WS-CHOICE) TO REV-COMPANY
        MOVE LNK-USER-NAME TO REV-USERNAME
        PERFORM FILL-REVIEW
        MOVE COMPANY-REVIEW-RECORD TO TEMP-REVIEW-RECORD
        WRITE TEMP-REVIEW-RECORD
    END-IF
    CLOSE TempReviewsFile

    CALL "CBL_DELETE_FILE" USING "data/CompanyReviews.dat"
    CALL "CBL_RENAME_FILE" USING "data/CompanyReviews.tmp"
        "data/CompanyReviews.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

FILL-REVIEW.
    MOVE WS-RATING TO REV-RATING
    MOVE WS-COMMENT TO REV-COMMENT
    MOVE WS-TODAY TO REV-DATE
    MOVE "A" TO REV-STATUS
    MOVE SPACES TO REV-FLAGGED-BY
    MOVE SPACES TO REV-FLAG-NOTE.

END PROGRAM ReviewCompany.
