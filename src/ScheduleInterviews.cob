        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CM-STAT.
    SELECT ScorecardsFile ASSIGN TO "data/Scorecards.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SC-STAT.

DATA DIVISION.
FILE SECTION.
       05 SLOT-DATE         PIC 9(8).
       05 SLOT-TIME         PIC 9(4).
       05 SLOT-BOOKED-BY    PIC X(30).
       05 SLOT-POSTING-ID   PIC 9(9).

FD JobPostingsFile.
01 JOB-POSTING-RECORD.
       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD CompanyMembersFile.
01 COMPANY-MEMBER-RECORD.
       05 CM-USERNAME  PIC X(30).
       05 CM-ROLE      PIC X(01).

FD ScorecardsFile.
01 SCORECARD-RECORD.
       05 SC-INTERVIEWER    PIC X(30).
       05 SC-CANDIDATE      PIC X(30).
       05 SC-JOB-TITLE      PIC X(50).
       05 SC-JOB-COMPANY    PIC X(50).
       05 SC-SLOT-DATE      PIC 9(8).
       05 SC-SLOT-TIME      PIC 9(4).
       05 SC-RATING         OCCURS 4 TIMES PIC 9.
       05 SC-RECOMMEND      PIC X(01).
       05 SC-COMMENTS       PIC X(200).
       05 SC-RECORDED-DATE  PIC 9(8).
       05 SC-POSTING-ID     PIC 9(9).

WORKING-STORAGE SECTION.
*> Employer side of interview scheduling: publishes open time slots
*> against one of the employer's (or their company team's)
   05 WS-POST-ROW OCCURS 50 TIMES.
       10 WS-POST-TITLE   PIC X(50).
       10 WS-POST-COMPANY PIC X(50).
       10 WS-POST-ID      PIC 9(9).

*> The caller's whole company from CompanyMembers.dat (or just the
*> caller when they belong to none) - slots follow the company the
77 WS-IS-TEAM-SLOT   PIC X VALUE "N".
77 WS-TEAM-IDX       PIC 9(4) VALUE 0.

*> Interview scorecards (data/Scorecards.dat): once a booked slot's
*> date has arrived, each interviewer on the team records one
*> scorecard for it - a 1-5 rating per WS-CRITERION, a hire/no-hire
*> recommendation ("H"/"N"), and comments. They are internal hiring
*> records: JobApplicants.cob shows them beside the applicant, and
*> nothing on the student side ever reads the file.
77 WS-SC-STAT        PIC XX VALUE SPACES.
77 WS-EOF-SC         PIC X VALUE "N".
77 WS-TODAY          PIC 9(8) VALUE 0.
77 WS-ALREADY-SCORED PIC X VALUE "N".
77 WS-RATING-RAW     PIC X(4) VALUE SPACES.
77 WS-BOOKED-COUNT   PIC 9(4) VALUE 0.
01 WS-BOOKED-TABLE.
   05 WS-BOOKED-ROW OCCURS 50 TIMES.
       10 WS-BK-CANDIDATE PIC X(30).
       10 WS-BK-TITLE     PIC X(50).
       10 WS-BK-COMPANY   PIC X(50).
       10 WS-BK-DATE      PIC 9(8).
       10 WS-BK-TIME      PIC 9(4).
       10 WS-BK-POSTING-ID PIC 9(9).
01 WS-CRITERIA-VALUES.
   05 FILLER PIC X(20) VALUE "Technical skills".
   05 FILLER PIC X(20) VALUE "Communication".
   05 FILLER PIC X(20) VALUE "Problem solving".
   05 FILLER PIC X(20) VALUE "Team fit".
01 WS-CRITERIA-TABLE REDEFINES WS-CRITERIA-VALUES.
   05 WS-CRITERION OCCURS 4 TIMES PIC X(20).

*> Refuses to publish into an InterviewSlots.dat or Scorecards.dat,
*> or from a JobPostings.dat, stamped for a different layout version
*> - slots and scorecards carry the posting ID - see SchemaGuard.cob.
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.

MAIN-LOGIC.
    MOVE "JobPostings.dat" TO WS-GUARD-FILE
    MOVE 4 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT = "Y"
        MOVE "InterviewSlots.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "Scorecards.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF

    CALL "DataStore" USING "T" LNK-USER-NAME WS-PASSWORD WS-FOUND
        WS-ACCOUNT-TYPE
    IF WS-ACCOUNT-TYPE NOT = "E"
        DISPLAY "--- Interview Time Slots ---"
        DISPLAY "1. Publish a new time slot"
        DISPLAY "2. View my time slots"
        DISPLAY "3. Record an interview scorecard"
        DISPLAY "4. Go back"
        DISPLAY "Enter your choice:"
        ACCEPT WS-MENU-CHOICE
        EVALUATE FUNCTION TRIM(WS-MENU-CHOICE)
            WHEN "2"
                PERFORM VIEW-OWN-SLOTS
            WHEN "3"
                PERFORM RECORD-SCORECARD
            WHEN "4"
                MOVE "Y" TO WS-EXIT-FLAG
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
    MOVE LNK-USER-NAME TO SLOT-EMPLOYER
    MOVE WS-POST-TITLE(WS-CHOICE) TO SLOT-JOB-TITLE
    MOVE WS-POST-COMPANY(WS-CHOICE) TO SLOT-JOB-COMPANY
    MOVE WS-POST-ID(WS-CHOICE) TO SLOT-POSTING-ID
    MOVE WS-NEW-DATE TO SLOT-DATE
    MOVE WS-NEW-TIME TO SLOT-TIME
    MOVE SPACES TO SLOT-BOOKED-BY
        DISPLAY "You have not published any time slots yet."
    END-IF.

RECORD-SCORECARD.
    *> Offers the team's booked slots whose date has arrived; the
    *> caller may record one scorecard per slot.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE 0 TO WS-BOOKED-COUNT
    MOVE "N" TO WS-EOF-SLOT
    OPEN INPUT InterviewSlotsFile

    IF WS-SLOT-STAT = "35"
        CLOSE InterviewSlotsFile
    ELSE
        PERFORM UNTIL WS-EOF-SLOT = "Y"
            READ InterviewSlotsFile
                AT END
                    MOVE "Y" TO WS-EOF-SLOT
                NOT AT END
                    PERFORM CHECK-TEAM-SLOT
                    IF WS-IS-TEAM-SLOT = "Y"
                        AND FUNCTION TRIM(SLOT-BOOKED-BY) NOT = SPACES
                        AND SLOT-DATE <= WS-TODAY
                        AND WS-BOOKED-COUNT < 50
                        ADD 1 TO WS-BOOKED-COUNT
                        MOVE SLOT-BOOKED-BY TO WS-BK-CANDIDATE(WS-BOOKED-COUNT)
                        MOVE SLOT-JOB-TITLE TO WS-BK-TITLE(WS-BOOKED-COUNT)
                        MOVE SLOT-JOB-COMPANY TO WS-BK-COMPANY(WS-BOOKED-COUNT)
                        MOVE SLOT-DATE TO WS-BK-DATE(WS-BOOKED-COUNT)
                        MOVE SLOT-TIME TO WS-BK-TIME(WS-BOOKED-COUNT)
                        MOVE SLOT-POSTING-ID TO WS-BK-POSTING-ID(WS-BOOKED-COUNT)
                        DISPLAY WS-BOOKED-COUNT ". " SLOT-DATE " " SLOT-TIME
                            " - " FUNCTION TRIM(SLOT-BOOKED-BY) " for "
                            FUNCTION TRIM(SLOT-JOB-TITLE) " at "
                            FUNCTION TRIM(SLOT-JOB-COMPANY)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE InterviewSlotsFile
    END-IF

    IF WS-BOOKED-COUNT = 0
        DISPLAY "No booked interviews are ready for a scorecard yet."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Enter the number of the interview, or 0 to cancel:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC
        AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
        MOVE 0 TO WS-CHOICE
    END-IF
    IF WS-CHOICE = 0 OR WS-CHOICE > WS-BOOKED-COUNT
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-ALREADY-SCORED
    IF WS-ALREADY-SCORED = "Y"
        DISPLAY "You have already recorded a scorecard for this interview."
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO SCORECARD-RECORD
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
        DISPLAY "Rate " FUNCTION TRIM(WS-CRITERION(I)) " (1-5):"
        ACCEPT WS-RATING-RAW
        IF FUNCTION TRIM(WS-RATING-RAW) = "1" OR "2" OR "3" OR "4" OR "5"
            MOVE FUNCTION TRIM(WS-RATING-RAW) TO SC-RATING(I)
        ELSE
            DISPLAY "Ratings must be 1 to 5. Scorecard not saved."
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    DISPLAY "Recommendation:"
    DISPLAY "1. Hire"
    DISPLAY "2. No hire"
    ACCEPT WS-RATING-RAW
    EVALUATE FUNCTION TRIM(WS-RATING-RAW)
        WHEN "1"
            MOVE "H" TO SC-RECOMMEND
        WHEN "2"
            MOVE "N" TO SC-RECOMMEND
        WHEN OTHER
            DISPLAY "No recommendation given. Scorecard not saved."
            EXIT PARAGRAPH
    END-EVALUATE

    DISPLAY "Comments (max 200 chars):"
    ACCEPT SC-COMMENTS

    MOVE LNK-USER-NAME TO SC-INTERVIEWER
    MOVE WS-BK-CANDIDATE(WS-CHOICE) TO SC-CANDIDATE
    MOVE WS-BK-TITLE(WS-CHOICE) TO SC-JOB-TITLE
    MOVE WS-BK-COMPANY(WS-CHOICE) TO SC-JOB-COMPANY
    MOVE WS-BK-DATE(WS-CHOICE) TO SC-SLOT-DATE
    MOVE WS-BK-TIME(WS-CHOICE) TO SC-SLOT-TIME
    MOVE WS-TODAY TO SC-RECORDED-DATE
    MOVE WS-BK-POSTING-ID(WS-CHOICE) TO SC-POSTING-ID

    OPEN EXTEND ScorecardsFile
    IF WS-SC-STAT = "35"
        CLOSE ScorecardsFile
        OPEN OUTPUT ScorecardsFile
    END-IF
    WRITE SCORECARD-RECORD
    CLOSE ScorecardsFile
    DISPLAY "Scorecard saved. Your team will see it with the applicant.".

CHECK-ALREADY-SCORED.
    MOVE "N" TO WS-ALREADY-SCORED
    MOVE "N" TO WS-EOF-SC
    OPEN INPUT ScorecardsFile
    IF WS-SC-STAT = "35"
        CLOSE ScorecardsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-SC = "Y"
        READ ScorecardsFile
            AT END
                MOVE "Y" TO WS-EOF-SC
            NOT AT END
                IF FUNCTION TRIM(SC-INTERVIEWER) = FUNCTION TRIM(LNK-USER-NAME)
                    AND FUNCTION TRIM(SC-CANDIDATE) = FUNCTION TRIM(WS-BK-CANDIDATE(WS-CHOICE))
                    AND SC-POSTING-ID = WS-BK-POSTING-ID(WS-CHOICE)
                    AND SC-SLOT-DATE = WS-BK-DATE(WS-CHOICE)
                    AND SC-SLOT-TIME = WS-BK-TIME(WS-CHOICE)
                    MOVE "Y" TO WS-ALREADY-SCORED
                    MOVE "Y" TO WS-EOF-SC
                END-IF
        END-READ
    END-PERFORM
    CLOSE ScorecardsFile.

LOAD-OWN-POSTINGS.
    *> Active postings only - closed or withdrawn ones are no longer
    *> interviewing. Any team member's posting qualifies, the same
                        ADD 1 TO WS-POSTING-COUNT
                        MOVE JOB-TITLE TO WS-POST-TITLE(WS-POSTING-COUNT)
                        MOVE JOB-COMPANY TO WS-POST-COMPANY(WS-POSTING-COUNT)
                        MOVE JOB-POSTING-ID TO WS-POST-ID(WS-POSTING-COUNT)
                    END-IF
            END-READ
        END-PERFORM
