>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BatchStats.

DATA DIVISION.
WORKING-STORAGE SECTION.
*> Holds the records-read / records-written counts of the batch step
*> that is running right now, for NightlyBatch.cob's run history.
*> NightlyBatch clears them ("C") before it CALLs a step; the step
*> posts its own counts ("P", added to whatever is already there) just
*> before it returns; NightlyBatch then fetches them ("G"). A step run
*> on its own from the console posts into counts nobody fetches,
*> which costs nothing.
77 WS-STEP-READ    PIC 9(9) VALUE 0.
77 WS-STEP-WRITTEN PIC 9(9) VALUE 0.

LINKAGE SECTION.
01 LK-FUNCTION PIC X.
01 LK-READ     PIC 9(9).
01 LK-WRITTEN  PIC 9(9).

PROCEDURE DIVISION USING LK-FUNCTION LK-READ LK-WRITTEN.
MAIN-LOGIC.
    EVALUATE LK-FUNCTION
        WHEN "C"
            MOVE 0 TO WS-STEP-READ
            MOVE 0 TO WS-STEP-WRITTEN
        WHEN "P"
            ADD LK-READ TO WS-STEP-READ
            ADD LK-WRITTEN TO WS-STEP-WRITTEN
        WHEN "G"
            MOVE WS-STEP-READ TO LK-READ
            MOVE WS-STEP-WRITTEN TO LK-WRITTEN
    END-EVALUATE
    GOBACK.

END PROGRAM BatchStats.
