        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.
    SELECT PlacementsFile ASSIGN TO "data/Placements.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PL-STAT.

DATA DIVISION.
FILE SECTION.
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD PlacementsFile.
01 PLACEMENT-RECORD.
       05 PL-USERNAME       PIC X(30).
       05 PL-OUTCOME        PIC X(01).
       05 PL-ORGANIZATION   PIC X(50).
       05 PL-ROLE           PIC X(50).
       05 PL-SOURCE         PIC X(01).
       05 PL-RECORDED-DATE  PIC 9(8).
       05 PL-POSTING-ID     PIC 9(9).

WORKING-STORAGE SECTION.
77 WS-APP-STAT    PIC XX VALUE SPACES.
77 WS-EOF-APP     PIC X VALUE "N".
77 WS-APP-COUNT   PIC 9(4) VALUE 0.
77 WS-STATUS-LABEL PIC X(20) VALUE SPACES.

*> An "O" (offer) row is answered here: accepting or declining writes
*> a Placements.dat row (PL-SOURCE "O") that career services'
*> placement reporting reads, and the answer shows against the offer
*> from then on. Outcomes: "A" accepted offer, "D" declined offer;
*> PlacementSurvey.cob adds the first-destination answers ("E"
*> employed, "G" graduate school, "S" still seeking, "N" not seeking).
*> An offer decision carries the application's posting ID, so an
*> offer on a repost of the same title is answered on its own; rows
*> that could not be given an ID are still matched on title/company.
77 WS-PL-STAT     PIC XX VALUE SPACES.
77 WS-EOF-PL      PIC X VALUE "N".
77 WS-OPEN-OFFERS PIC 9(4) VALUE 0.
77 WS-RESPOND     PIC X VALUE SPACE.
77 WS-PICK        PIC 9(4) VALUE 0.
77 WS-PICK-RAW    PIC X(4) VALUE SPACES.
77 WS-DECISION    PIC X(4) VALUE SPACES.
77 WS-TODAY       PIC 9(8) VALUE 0.
77 I              PIC 9(4) VALUE 0.
77 J              PIC 9(4) VALUE 0.

*> Each application carries a message thread with the posting's
*> hiring team (ApplicationThread.cob); the applicant opens it from
*> here by the number shown in the listing.
77 WS-THREAD-MODE   PIC X VALUE "A".
77 WS-THREAD-APPLICANT PIC X(30) VALUE SPACES.
77 WS-THREAD-UNREAD PIC 9(4) VALUE 0.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

01 WS-APP-TABLE.
   05 WS-APP-ROW OCCURS 50 TIMES.
       10 WS-A-TITLE    PIC X(50).
       10 WS-A-COMPANY  PIC X(50).
       10 WS-A-STATUS   PIC X(01).
       10 WS-A-DECISION PIC X(01).
       10 WS-A-DATE     PIC 9(8).
       10 WS-A-POSTING-ID PIC 9(9).
77 WS-APP-LOADED  PIC 9(4) VALUE 0.

01 WS-PLACED-TABLE.
   05 WS-PLACED-ROW OCCURS 50 TIMES.
       10 WS-PL-ORG  PIC X(50).
       10 WS-PL-ROLE PIC X(50).
       10 WS-PL-OUT  PIC X(01).
       10 WS-PL-ID   PIC 9(9).
77 WS-PLACED-COUNT PIC 9(4) VALUE 0.

*> Undecided offers in the order they were listed for picking.
01 WS-OFFER-PICKS.
   05 WS-OFFER-ROW OCCURS 50 TIMES PIC 9(4).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).
    *> a notification on every change - this screen is where the full
    *> picture lives between banners).
    DISPLAY "--- My Job Applications ---"
    MOVE "Placements.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF
    MOVE 0 TO WS-APP-COUNT
    MOVE "N" TO WS-EOF-APP
    OPEN INPUT JobApplicationsFile
                NOT AT END
                    IF FUNCTION TRIM(APP-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        ADD 1 TO WS-APP-COUNT
                        PERFORM REMEMBER-APPLICATION
                        PERFORM SET-STATUS-LABEL
                        DISPLAY WS-APP-COUNT ". "
                            FUNCTION TRIM(APP-JOB-TITLE) " at "
                            FUNCTION TRIM(APP-JOB-COMPANY)
                            " (applied " APP-DATE ") - "
                            FUNCTION TRIM(WS-STATUS-LABEL)

    IF WS-APP-COUNT = 0
        DISPLAY "You have not applied to any jobs yet."
        GOBACK
    END-IF

    IF WS-OPEN-OFFERS > 0
        DISPLAY "You have " WS-OPEN-OFFERS " offer(s) awaiting your "
            "decision. Respond now? (Y/N):"
        ACCEPT WS-RESPOND
        IF WS-RESPOND = "Y" OR WS-RESPOND = "y"
            PERFORM RESPOND-TO-OFFER
        END-IF
    END-IF

    PERFORM OPEN-APPLICATION-THREAD
    GOBACK.

OPEN-APPLICATION-THREAD.
    DISPLAY "Enter an application number to open its message thread "
        "with the employer, or 0 to go back:"
    ACCEPT WS-PICK-RAW
    IF FUNCTION TRIM(WS-PICK-RAW) IS NOT NUMERIC
        OR FUNCTION TRIM(WS-PICK-RAW) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-PICK-RAW) TO WS-PICK
    IF WS-PICK < 1 OR WS-PICK > WS-APP-LOADED
        EXIT PARAGRAPH
    END-IF
    MOVE LNK-USER-NAME TO WS-THREAD-APPLICANT
    CALL "ApplicationThread" USING LNK-USER-NAME WS-THREAD-APPLICANT
        WS-A-TITLE(WS-PICK) WS-A-COMPANY(WS-PICK) WS-A-DATE(WS-PICK)
        WS-A-POSTING-ID(WS-PICK) WS-THREAD-MODE WS-THREAD-UNREAD.

REMEMBER-APPLICATION.
    *> Loads the caller's offer decisions on first use, then keeps the
    *> row so an offer can be picked and answered after the listing.
    IF WS-APP-COUNT = 1
        PERFORM LOAD-MY-PLACEMENTS
    END-IF
    IF WS-APP-LOADED >= 50
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-APP-LOADED
    MOVE APP-JOB-TITLE TO WS-A-TITLE(WS-APP-LOADED)
    MOVE APP-JOB-COMPANY TO WS-A-COMPANY(WS-APP-LOADED)
    MOVE APP-STATUS TO WS-A-STATUS(WS-APP-LOADED)
    MOVE APP-POSTING-ID TO WS-A-POSTING-ID(WS-APP-LOADED)
    MOVE APP-DATE TO WS-A-DATE(WS-APP-LOADED)
    MOVE SPACE TO WS-A-DECISION(WS-APP-LOADED)
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PLACED-COUNT
        IF WS-PL-ID(J) = APP-POSTING-ID
            AND (WS-PL-ID(J) > 0
                OR (FUNCTION TRIM(WS-PL-ROLE(J)) = FUNCTION TRIM(APP-JOB-TITLE)
                AND FUNCTION TRIM(WS-PL-ORG(J)) = FUNCTION TRIM(APP-JOB-COMPANY)))
            MOVE WS-PL-OUT(J) TO WS-A-DECISION(WS-APP-LOADED)
        END-IF
    END-PERFORM
    IF APP-STATUS = "O" AND WS-A-DECISION(WS-APP-LOADED) = SPACE
        ADD 1 TO WS-OPEN-OFFERS
    END-IF.

LOAD-MY-PLACEMENTS.
    *> Read-only scan of the caller's offer decisions; a missing
    *> Placements.dat just means none recorded yet.
    MOVE 0 TO WS-PLACED-COUNT
    MOVE 0 TO WS-APP-LOADED
    MOVE 0 TO WS-OPEN-OFFERS
    MOVE "N" TO WS-EOF-PL
    OPEN INPUT PlacementsFile

    IF WS-PL-STAT = "35"
        CLOSE PlacementsFile
    ELSE
        PERFORM UNTIL WS-EOF-PL = "Y"
            READ PlacementsFile
                AT END
                    MOVE "Y" TO WS-EOF-PL
                NOT AT END
                    IF FUNCTION TRIM(PL-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        AND PL-SOURCE = "O"
                        AND WS-PLACED-COUNT < 50
                        ADD 1 TO WS-PLACED-COUNT
                        MOVE PL-ORGANIZATION TO WS-PL-ORG(WS-PLACED-COUNT)
                        MOVE PL-ROLE TO WS-PL-ROLE(WS-PLACED-COUNT)
                        MOVE PL-OUTCOME TO WS-PL-OUT(WS-PLACED-COUNT)
                        MOVE PL-POSTING-ID TO WS-PL-ID(WS-PLACED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PlacementsFile
    END-IF.

RESPOND-TO-OFFER.
    MOVE 0 TO J
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-APP-LOADED
        IF WS-A-STATUS(I) = "O" AND WS-A-DECISION(I) = SPACE
            ADD 1 TO J
            MOVE I TO WS-OFFER-ROW(J)
            DISPLAY J ". " FUNCTION TRIM(WS-A-TITLE(I)) " at "
                FUNCTION TRIM(WS-A-COMPANY(I))
        END-IF
    END-PERFORM
    DISPLAY "Enter the number of the offer to answer:"
    ACCEPT WS-PICK-RAW
    IF FUNCTION TRIM(WS-PICK-RAW) IS NOT NUMERIC
        OR FUNCTION TRIM(WS-PICK-RAW) = SPACES
        DISPLAY "Invalid choice."
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-PICK-RAW) TO WS-PICK
    IF WS-PICK < 1 OR WS-PICK > J
        DISPLAY "Invalid choice."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-OFFER-ROW(WS-PICK) TO I

    DISPLAY "1. Accept this offer"
    DISPLAY "2. Decline this offer"
    DISPLAY "Enter your choice:"
    ACCEPT WS-DECISION
    MOVE SPACES TO PLACEMENT-RECORD
    EVALUATE FUNCTION TRIM(WS-DECISION)
        WHEN "1"
            MOVE "A" TO PL-OUTCOME
        WHEN "2"
            MOVE "D" TO PL-OUTCOME
        WHEN OTHER
            DISPLAY "No decision recorded."
            EXIT PARAGRAPH
    END-EVALUATE

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE LNK-USER-NAME TO PL-USERNAME
    MOVE WS-A-COMPANY(I) TO PL-ORGANIZATION
    MOVE WS-A-TITLE(I) TO PL-ROLE
    MOVE "O" TO PL-SOURCE
    MOVE WS-TODAY TO PL-RECORDED-DATE
    MOVE WS-A-POSTING-ID(I) TO PL-POSTING-ID

    OPEN EXTEND PlacementsFile
    IF WS-PL-STAT = "35"
        CLOSE PlacementsFile
        OPEN OUTPUT PlacementsFile
    END-IF
    WRITE PLACEMENT-RECORD
    CLOSE PlacementsFile

    IF PL-OUTCOME = "A"
        DISPLAY "Congratulations! Your acceptance has been recorded."
    ELSE
        DISPLAY "Your decision to decline has been recorded."
    END-IF.

SET-STATUS-LABEL.
    *> Same APP-STATUS byte-to-words mapping JobApplicants.cob's
    *> SET-STATUS-LABEL uses, so both sides read the same lifecycle.
        WHEN "I"
            MOVE "interview" TO WS-STATUS-LABEL
        WHEN "O"
            EVALUATE WS-A-DECISION(WS-APP-LOADED)
                WHEN "A"
                    MOVE "offer - accepted" TO WS-STATUS-LABEL
                WHEN "D"
                    MOVE "offer - declined" TO WS-STATUS-LABEL
                WHEN OTHER
                    MOVE "offer" TO WS-STATUS-LABEL
            END-EVALUATE
        WHEN "R"
            MOVE "rejected" TO WS-STATUS-LABEL
        WHEN OTHER
