>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PlacementSurvey.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PlacementsFile ASSIGN TO "data/Placements.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PL-STAT.

DATA DIVISION.
FILE SECTION.
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
*> The first-destination survey career services reports placement
*> rates from. Offered at login to a graduated student (GradStatus
*> "G") with no settled outcome in Placements.dat - no accepted offer
*> from MyApplications.cob and no survey answer of employed, graduate
*> school, or not seeking. A "still seeking" answer is asked again
*> once it is WS-RESURVEY-DAYS old; a declined offer settles nothing.
*> Answers are written with PL-SOURCE "S" and no posting ID.
77 WS-PL-STAT        PIC XX VALUE SPACES.
77 WS-EOF-PL         PIC X VALUE "N".
77 WS-SETTLED        PIC X VALUE "N".
77 WS-LAST-SEEKING   PIC 9(8) VALUE 0.
77 WS-TODAY          PIC 9(8) VALUE 0.
77 WS-RESURVEY-DAYS  PIC 9(3) VALUE 30.
77 WS-DAYS-SINCE     PIC S9(8) VALUE 0.
77 WS-TAKE-IT        PIC X VALUE SPACE.
77 WS-ANSWER         PIC X(4) VALUE SPACES.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

77 WS-PROFILE-FOUND  PIC X VALUE "N".
01 WS-PROFILE-RECORD.
    05 WS-NAME        PIC X(50).
    05 WS-UNIVERSITY  PIC X(50).
    05 WS-MAJOR       PIC X(50).
    05 WS-GRADYEAR    PIC 9(4).
    05 WS-GRADSTATUS  PIC X.
    05 WS-ABOUT       PIC X(200).
    05 WS-JOBTITLE    OCCURS 3 TIMES PIC X(50).
    05 WS-COMPANY     OCCURS 3 TIMES PIC X(50).
    05 WS-DATES       OCCURS 3 TIMES PIC X(30).
    05 WS-DESC        OCCURS 3 TIMES PIC X(200).
    05 WS-DEGREE      OCCURS 3 TIMES PIC X(50).
    05 WS-UNIV        OCCURS 3 TIMES PIC X(50).
    05 WS-YEARS       OCCURS 3 TIMES PIC X(30).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.

MAIN-LOGIC.
    CALL "ProfileStore" USING "L" LNK-USER-NAME WS-PROFILE-FOUND
        WS-PROFILE-RECORD
    IF WS-PROFILE-FOUND NOT = "Y" OR WS-GRADSTATUS NOT = "G"
        GOBACK
    END-IF
    MOVE "Placements.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM CHECK-EXISTING-OUTCOME
    IF WS-SETTLED = "Y"
        GOBACK
    END-IF
    IF WS-LAST-SEEKING > 0
        COMPUTE WS-DAYS-SINCE = FUNCTION INTEGER-OF-DATE(WS-TODAY)
            - FUNCTION INTEGER-OF-DATE(WS-LAST-SEEKING)
        IF WS-DAYS-SINCE < WS-RESURVEY-DAYS
            GOBACK
        END-IF
    END-IF

    DISPLAY " "
    DISPLAY "Congratulations on graduating! Your career services "
        "office would like to know where you landed."
    DISPLAY "Take the one-minute first-destination survey now? (Y/N):"
    ACCEPT WS-TAKE-IT
    IF WS-TAKE-IT NOT = "Y" AND WS-TAKE-IT NOT = "y"
        GOBACK
    END-IF

    MOVE SPACES TO PLACEMENT-RECORD
    DISPLAY "What are you doing now?"
    DISPLAY "1. Employed"
    DISPLAY "2. Continuing my education (graduate school)"
    DISPLAY "3. Still looking for a job"
    DISPLAY "4. Not seeking employment"
    DISPLAY "Enter your choice:"
    ACCEPT WS-ANSWER
    EVALUATE FUNCTION TRIM(WS-ANSWER)
        WHEN "1"
            MOVE "E" TO PL-OUTCOME
            DISPLAY "Employer name:"
            ACCEPT PL-ORGANIZATION
            DISPLAY "Job title:"
            ACCEPT PL-ROLE
        WHEN "2"
            MOVE "G" TO PL-OUTCOME
            DISPLAY "School name:"
            ACCEPT PL-ORGANIZATION
            DISPLAY "Program or degree:"
            ACCEPT PL-ROLE
        WHEN "3"
            MOVE "S" TO PL-OUTCOME
        WHEN "4"
            MOVE "N" TO PL-OUTCOME
        WHEN OTHER
            DISPLAY "No answer recorded. We will ask again next time."
            GOBACK
    END-EVALUATE

    MOVE LNK-USER-NAME TO PL-USERNAME
    MOVE "S" TO PL-SOURCE
    MOVE WS-TODAY TO PL-RECORDED-DATE
    MOVE 0 TO PL-POSTING-ID
    OPEN EXTEND PlacementsFile
    IF WS-PL-STAT = "35"
        CLOSE PlacementsFile
        OPEN OUTPUT PlacementsFile
    END-IF
    WRITE PLACEMENT-RECORD
    CLOSE PlacementsFile
    DISPLAY "Thank you - your answer has been recorded."
    GOBACK.

CHECK-EXISTING-OUTCOME.
    MOVE "N" TO WS-SETTLED
    MOVE 0 TO WS-LAST-SEEKING
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
                        EVALUATE PL-OUTCOME
                            WHEN "A"
                            WHEN "E"
                            WHEN "G"
                            WHEN "N"
                                MOVE "Y" TO WS-SETTLED
                            WHEN "S"
                                IF PL-RECORDED-DATE > WS-LAST-SEEKING
                                    MOVE PL-RECORDED-DATE TO WS-LAST-SEEKING
                                END-IF
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PlacementsFile
    END-IF.

END PROGRAM PlacementSurvey.
