>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CompanyReviewFlags.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompanyReviewsFile ASSIGN TO "data/CompanyReviews.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REV-STAT.
    SELECT TempReviewsFile ASSIGN TO "data/CompanyReviews.tmp"
        ORGANIZATION IS SEQUENTIAL.

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

WORKING-STORAGE SECTION.
*> Employer view of the student reviews of their company (see
*> ReviewCompany.cob for the file). The company is the employer's
*> CompanyMembers.dat seat or company page, as PostingCredits.cob "C"
*> resolves it. Reviewers stay anonymous here too. An employer cannot
*> remove a review - only flag it, with a note, for an admin to decide
*> in ModerationQueue.cob; a flagged review stays visible meanwhile.
77 WS-RECOVER-DAT PIC X(60) VALUE "data/CompanyReviews.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/CompanyReviews.tmp".
77 WS-REV-STAT     PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-LOCK-RESULT  PIC X VALUE SPACE.
77 WS-UPDATED      PIC X VALUE "N".
77 WS-ACCOUNT-TYPE PIC X VALUE SPACE.
77 WS-FOUND        PIC X VALUE "N".
77 WS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-CHOICE-RAW   PIC X(4) VALUE SPACES.
77 WS-CHOICE       PIC 9(4) VALUE 0.
77 WS-FLAG-NOTE    PIC X(100) VALUE SPACES.
77 I               PIC 9(4) VALUE 0.

77 WS-REVIEW-COUNT PIC 9(4) VALUE 0.
01 WS-REVIEW-TABLE.
   05 WS-REVIEW-ROW OCCURS 100 TIMES.
       10 WS-R-USERNAME PIC X(30).
       10 WS-R-RATING   PIC 9.
       10 WS-R-COMMENT  PIC X(200).
       10 WS-R-DATE     PIC 9(8).
       10 WS-R-STATUS   PIC X(01).

77 WS-PC-COMPANY   PIC X(50) VALUE SPACES.
77 WS-PC-MONTH     PIC 9(6) VALUE 0.
77 WS-PC-PLAN      PIC X(10) VALUE SPACES.
77 WS-PC-ALLOWANCE PIC 9(4) VALUE 0.
77 WS-PC-USED      PIC 9(4) VALUE 0.
77 WS-PC-REMAINING PIC 9(4) VALUE 0.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    CALL "DataStore" USING "T" LNK-USER-NAME WS-PASSWORD WS-FOUND
        WS-ACCOUNT-TYPE
    IF WS-ACCOUNT-TYPE NOT = "E"
        DISPLAY "Only employer accounts may view company reviews."
        GOBACK
    END-IF

    DISPLAY "--- Reviews of My Company ---"
    CALL "PostingCredits" USING "C" LNK-USER-NAME WS-PC-COMPANY
        WS-PC-MONTH WS-PC-PLAN WS-PC-ALLOWANCE WS-PC-USED
        WS-PC-REMAINING
    IF FUNCTION TRIM(WS-PC-COMPANY) = SPACES
        DISPLAY "Join your company's members or publish a company "
            "profile to see its reviews."
        GOBACK
    END-IF

    PERFORM LOAD-REVIEWS
    IF WS-REVIEW-COUNT = 0
        DISPLAY "No student has reviewed " FUNCTION TRIM(WS-PC-COMPANY)
            " yet."
        GOBACK
    END-IF

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REVIEW-COUNT
        IF WS-R-STATUS(I) = "F"
            DISPLAY I ". " WS-R-RATING(I) "/5 on " WS-R-DATE(I)
                " (flagged for admin review)"
        ELSE
            DISPLAY I ". " WS-R-RATING(I) "/5 on " WS-R-DATE(I)
        END-IF
        DISPLAY "   " FUNCTION TRIM(WS-R-COMMENT(I))
    END-PERFORM

    DISPLAY " "
    DISPLAY "Enter the number of a review to flag for an administrator, "
        "or 0 to exit:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
        MOVE 0 TO WS-CHOICE
    END-IF
    IF WS-CHOICE = 0 OR WS-CHOICE > WS-REVIEW-COUNT
        GOBACK
    END-IF
    IF WS-R-STATUS(WS-CHOICE) = "F"
        DISPLAY "That review is already waiting for an administrator."
        GOBACK
    END-IF

    DISPLAY "Why should an administrator look at it?"
    ACCEPT WS-FLAG-NOTE
    PERFORM FLAG-REVIEW
    IF WS-UPDATED = "Y"
        DISPLAY "Review flagged. An administrator will decide whether it "
            "stays up."
    ELSE
        DISPLAY "That review has changed since it was listed; please try "
            "again."
    END-IF
    GOBACK.

LOAD-REVIEWS.
    MOVE 0 TO WS-REVIEW-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyReviewsFile
    IF WS-REV-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ CompanyReviewsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(REV-COMPANY))
                        = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PC-COMPANY))
                        AND REV-STATUS NOT = "H"
                        AND WS-REVIEW-COUNT < 100
                        ADD 1 TO WS-REVIEW-COUNT
                        MOVE REV-USERNAME TO WS-R-USERNAME(WS-REVIEW-COUNT)
                        MOVE REV-RATING TO WS-R-RATING(WS-REVIEW-COUNT)
                        MOVE REV-COMMENT TO WS-R-COMMENT(WS-REVIEW-COUNT)
                        MOVE REV-DATE TO WS-R-DATE(WS-REVIEW-COUNT)
                        MOVE REV-STATUS TO WS-R-STATUS(WS-REVIEW-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CompanyReviewsFile.

FLAG-REVIEW.
    *> Marks the chosen review "F" through the usual rebuild-via-temp-
    *> file under the shared update lock; matched on reviewer, company
    *> and date so a review rewritten meanwhile is left alone.
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
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(REV-COMPANY))
                        = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PC-COMPANY))
                        AND REV-USERNAME = WS-R-USERNAME(WS-CHOICE)
                        AND REV-DATE = WS-R-DATE(WS-CHOICE)
                        AND REV-STATUS = "A"
                        MOVE "F" TO REV-STATUS
                        MOVE LNK-USER-NAME TO REV-FLAGGED-BY
                        MOVE WS-FLAG-NOTE TO REV-FLAG-NOTE
                        MOVE "Y" TO WS-UPDATED
                    END-IF
                    MOVE COMPANY-REVIEW-RECORD TO TEMP-REVIEW-RECORD
                    WRITE TEMP-REVIEW-RECORD
            END-READ
        END-PERFORM
    END-IF
    CLOSE CompanyReviewsFile
    CLOSE TempReviewsFile

    CALL "CBL_DELETE_FILE" USING "data/CompanyReviews.dat"
    CALL "CBL_RENAME_FILE" USING "data/CompanyReviews.tmp"
        "data/CompanyReviews.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

END PROGRAM CompanyReviewFlags.
