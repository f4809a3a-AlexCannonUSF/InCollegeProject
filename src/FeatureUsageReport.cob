        10 WS-F-USER-COUNT PIC 9(4).
        10 WS-F-USER OCCURS 50 TIMES PIC X(30).

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Feature Usage Report ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM TALLY-USAGE
    PERFORM WRITE-REPORT
    DISPLAY "Summary written to data/FeatureUsage-Summary.txt"
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

TALLY-USAGE.
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    PERFORM TALLY-ONE-ROW
            END-READ
        END-PERFORM
    MOVE SPACES TO SUMMARY-LINE
    STRING "Feature usage through " WS-TODAY INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    IF WS-FEATURE-COUNT = 0
        MOVE "No feature usage recorded yet." TO SUMMARY-LINE
        WRITE SUMMARY-LINE
        ADD 1 TO WS-BS-WRITTEN
        DISPLAY "No feature usage recorded yet."
    ELSE
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FEATURE-COUNT
                WS-F-USER-COUNT(I) " user(s)"
                INTO SUMMARY-LINE
            WRITE SUMMARY-LINE
            ADD 1 TO WS-BS-WRITTEN
            DISPLAY FUNCTION TRIM(SUMMARY-LINE)
        END-PERFORM
    END-IF
