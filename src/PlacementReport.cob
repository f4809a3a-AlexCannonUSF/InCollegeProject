>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PlacementReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ProfileFile ASSIGN TO "data/profiles.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-STAT.
    SELECT PlacementsFile ASSIGN TO "data/Placements.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PL-STAT.
    SELECT SummaryFile ASSIGN TO "data/PlacementReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUMMARY-STAT.

DATA DIVISION.
FILE SECTION.
FD ProfileFile.
01 Profile-Record.
   05 Username   PIC X(30).
   05 Name       PIC X(50).
   05 University PIC X(50).
   05 Major      PIC X(50).
   05 GradYear   PIC 9(4).
   05 GradStatus PIC X.
   05 About      PIC X(200).
   05 JobTitle   OCCURS 3 TIMES PIC X(50).
   05 Company    OCCURS 3 TIMES PIC X(50).
   05 Dates      OCCURS 3 TIMES PIC X(30).
   05 Desc       OCCURS 3 TIMES PIC X(200).
   05 Degree     OCCURS 3 TIMES PIC X(50).
   05 Univ       OCCURS 3 TIMES PIC X(50).
   05 Years      OCCURS 3 TIMES PIC X(30).
   05 ProfileLastUpdate PIC 9(8).

FD PlacementsFile.
01 PLACEMENT-RECORD.
       05 PL-USERNAME       PIC X(30).
       05 PL-OUTCOME        PIC X(01).
       05 PL-ORGANIZATION   PIC X(50).
       05 PL-ROLE           PIC X(50).
       05 PL-SOURCE         PIC X(01).
       05 PL-RECORDED-DATE  PIC 9(8).
       05 PL-POSTING-ID     PIC 9(9).

FD SummaryFile.
01 SUMMARY-LINE PIC X(150).

WORKING-STORAGE SECTION.
*> First-destination placement rates for every graduated student
*> (GradStatus "G"), broken out by university, major, and graduation
*> year. Each graduate's outcome is the strongest one on file in
*> Placements.dat: placed (accepted offer, employed, or graduate
*> school) beats not seeking, which beats still seeking or only
*> declined offers; a graduate with no row at all is "no response".
*> The placement rate is placed graduates over all graduates in the
*> group. Run nightly from NightlyBatch.cob into
*> data/PlacementReport.txt; CareerServicesMenu.cob shows the same
*> breakdown held to the staff member's own university.
77 WS-PROFILE-STAT PIC XX VALUE SPACES.
77 WS-PL-STAT      PIC XX VALUE SPACES.
77 WS-SUMMARY-STAT PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-TODAY        PIC 9(8) VALUE 0.
77 I               PIC 9(4) VALUE 0.
77 IDX             PIC 9(4) VALUE 0.
77 WS-RANK         PIC 9 VALUE 0.
77 WS-RATE         PIC 9(3) VALUE 0.
77 WS-TOTAL-GRADS  PIC 9(6) VALUE 0.
77 WS-TOTAL-PLACED PIC 9(6) VALUE 0.

*> Best outcome per student: 3 placed, 2 not seeking, 1 seeking or
*> declined only.
01 WS-OUTCOME-TABLE.
    05 WS-OUTCOME-ROW OCCURS 500 TIMES.
        10 WS-O-USER PIC X(30).
        10 WS-O-RANK PIC 9.
77 WS-OUTCOME-COUNT PIC 9(4) VALUE 0.

01 WS-GROUP-TABLE.
    05 WS-GROUP-ROW OCCURS 200 TIMES.
        10 WS-G-UNIVERSITY  PIC X(50).
        10 WS-G-MAJOR       PIC X(50).
        10 WS-G-GRADYEAR    PIC 9(4).
        10 WS-G-GRADS       PIC 9(5).
        10 WS-G-PLACED      PIC 9(5).
        10 WS-G-NOT-SEEKING PIC 9(5).
        10 WS-G-SEEKING     PIC 9(5).
        10 WS-G-NO-RESPONSE PIC 9(5).
77 WS-GROUP-COUNT PIC 9(4) VALUE 0.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.
*> Set by a failing step and handed back as RETURN-CODE after the
*> BatchStats call, which would otherwise reset it.
77 WS-STEP-RC    PIC 9(4) VALUE 0.

*> Placements.dat rows carry the offer's posting ID; an older file
*> would be read a field out of step, so the report refuses it.
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-STEP-RC
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Placement Outcomes Report ==="
    MOVE "Placements.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        MOVE 8 TO WS-STEP-RC
        CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
        MOVE WS-STEP-RC TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM LOAD-OUTCOMES
    PERFORM TALLY-GRADUATES
    PERFORM WRITE-SUMMARY-FILE
    DISPLAY "Summary written to data/PlacementReport.txt"
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    MOVE WS-STEP-RC TO RETURN-CODE
    GOBACK.

LOAD-OUTCOMES.
    MOVE 0 TO WS-OUTCOME-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT PlacementsFile

    IF WS-PL-STAT = "35"
        CLOSE PlacementsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ PlacementsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    PERFORM RECORD-OUTCOME
            END-READ
        END-PERFORM
        CLOSE PlacementsFile
    END-IF.

RECORD-OUTCOME.
    EVALUATE PL-OUTCOME
        WHEN "A"
        WHEN "E"
        WHEN "G"
            MOVE 3 TO WS-RANK
        WHEN "N"
            MOVE 2 TO WS-RANK
        WHEN OTHER
            MOVE 1 TO WS-RANK
    END-EVALUATE

    MOVE 0 TO IDX
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OUTCOME-COUNT
        IF FUNCTION TRIM(WS-O-USER(I)) = FUNCTION TRIM(PL-USERNAME)
            MOVE I TO IDX
        END-IF
    END-PERFORM

    IF IDX = 0
        IF WS-OUTCOME-COUNT < 500
            ADD 1 TO WS-OUTCOME-COUNT
            MOVE PL-USERNAME TO WS-O-USER(WS-OUTCOME-COUNT)
            MOVE WS-RANK TO WS-O-RANK(WS-OUTCOME-COUNT)
        END-IF
    ELSE
        IF WS-RANK > WS-O-RANK(IDX)
            MOVE WS-RANK TO WS-O-RANK(IDX)
        END-IF
    END-IF.

TALLY-GRADUATES.
    MOVE 0 TO WS-GROUP-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT ProfileFile

    IF WS-PROFILE-STAT = "35"
        CLOSE ProfileFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ ProfileFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF GradStatus = "G"
                        PERFORM TALLY-ONE-GRADUATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProfileFile
    END-IF.

TALLY-ONE-GRADUATE.
    *> Find-or-add on (university, major, grad year), the same shape
    *> ProfileCompletenessReport.cob's TALLY-UNIVERSITY uses.
    MOVE 0 TO IDX
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GROUP-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G-UNIVERSITY(I)))
                = FUNCTION UPPER-CASE(FUNCTION TRIM(University))
            AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G-MAJOR(I)))
                = FUNCTION UPPER-CASE(FUNCTION TRIM(Major))
            AND WS-G-GRADYEAR(I) = GradYear
            MOVE I TO IDX
        END-IF
    END-PERFORM

    IF IDX = 0
        IF WS-GROUP-COUNT >= 200
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-GROUP-COUNT
        MOVE WS-GROUP-COUNT TO IDX
        MOVE University TO WS-G-UNIVERSITY(IDX)
        MOVE Major TO WS-G-MAJOR(IDX)
        MOVE GradYear TO WS-G-GRADYEAR(IDX)
        MOVE 0 TO WS-G-GRADS(IDX)
        MOVE 0 TO WS-G-PLACED(IDX)
        MOVE 0 TO WS-G-NOT-SEEKING(IDX)
        MOVE 0 TO WS-G-SEEKING(IDX)
        MOVE 0 TO WS-G-NO-RESPONSE(IDX)
    END-IF

    ADD 1 TO WS-G-GRADS(IDX)
    MOVE 0 TO WS-RANK
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OUTCOME-COUNT
        IF FUNCTION TRIM(WS-O-USER(I)) = FUNCTION TRIM(Username)
            MOVE WS-O-RANK(I) TO WS-RANK
        END-IF
    END-PERFORM
    EVALUATE WS-RANK
        WHEN 3
            ADD 1 TO WS-G-PLACED(IDX)
        WHEN 2
            ADD 1 TO WS-G-NOT-SEEKING(IDX)
        WHEN 1
            ADD 1 TO WS-G-SEEKING(IDX)
        WHEN OTHER
            ADD 1 TO WS-G-NO-RESPONSE(IDX)
    END-EVALUATE.

WRITE-SUMMARY-FILE.
    OPEN OUTPUT SummaryFile

    MOVE SPACES TO SUMMARY-LINE
    STRING "Placement outcomes by university, major, and graduation "
        "year - " WS-TODAY
        INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE 0 TO WS-TOTAL-GRADS
    MOVE 0 TO WS-TOTAL-PLACED
    IF WS-GROUP-COUNT = 0
        MOVE "No graduated students on file." TO SUMMARY-LINE
        WRITE SUMMARY-LINE
        ADD 1 TO WS-BS-WRITTEN
        DISPLAY "No graduated students on file."
    ELSE
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-GROUP-COUNT
            COMPUTE WS-RATE ROUNDED =
                WS-G-PLACED(IDX) * 100 / WS-G-GRADS(IDX)
            ADD WS-G-GRADS(IDX) TO WS-TOTAL-GRADS
            ADD WS-G-PLACED(IDX) TO WS-TOTAL-PLACED
            MOVE SPACES TO SUMMARY-LINE
            STRING FUNCTION TRIM(WS-G-UNIVERSITY(IDX)) " / "
                FUNCTION TRIM(WS-G-MAJOR(IDX)) " / "
                WS-G-GRADYEAR(IDX) ": " WS-G-GRADS(IDX) " graduate(s), "
                WS-G-PLACED(IDX) " placed (" WS-RATE "%), "
                WS-G-SEEKING(IDX) " seeking, "
                WS-G-NOT-SEEKING(IDX) " not seeking, "
                WS-G-NO-RESPONSE(IDX) " no response"
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE
            ADD 1 TO WS-BS-WRITTEN
            DISPLAY FUNCTION TRIM(SUMMARY-LINE)
        END-PERFORM

        COMPUTE WS-RATE ROUNDED = WS-TOTAL-PLACED * 100 / WS-TOTAL-GRADS
        MOVE SPACES TO SUMMARY-LINE
        STRING "All graduates: " WS-TOTAL-GRADS ", placed "
            WS-TOTAL-PLACED " (" WS-RATE "%)"
            INTO SUMMARY-LINE
        WRITE SUMMARY-LINE
        ADD 1 TO WS-BS-WRITTEN
        DISPLAY FUNCTION TRIM(SUMMARY-LINE)
    END-IF

    CLOSE SummaryFile.

END PROGRAM PlacementReport.
