        10 WS-UNIV-AVERAGE  PIC 9(3).
        10 WS-UNIV-SHOWN    PIC X.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Profile Completeness Gap Report ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM SCORE-ALL-PROFILES
    PERFORM COMPUTE-AVERAGES
    PERFORM WRITE-SUMMARY-FILE
    DISPLAY "Summary written to data/ProfileCompleteness-Summary.txt"
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

SCORE-ALL-PROFILES.
                AT END
                    MOVE "Y" TO WS-EOF-PROFILE
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    PERFORM SCORE-ONE-PROFILE
                    PERFORM TALLY-UNIVERSITY
            END-READ
        MOVE Years(WS-K) TO WS-S-YEARS(WS-K)
    END-PERFORM
    CALL "ProfileCompleteness" USING WS-SCORING-RECORD
        WS-SCORE-PERCENT WS-TOP-MISSING Username.

TALLY-UNIVERSITY.
    MOVE 0 TO IDX
    STRING "Profile completeness by university - " WS-TODAY
        INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    IF WS-UNIV-COUNT = 0
        MOVE "No profiles on file." TO SUMMARY-LINE
        WRITE SUMMARY-LINE
        ADD 1 TO WS-BS-WRITTEN
        DISPLAY "No profiles on file."
    ELSE
        PERFORM VARYING WS-SHOWN FROM 1 BY 1
                    " profile(s)"
                    INTO SUMMARY-LINE
                WRITE SUMMARY-LINE
                ADD 1 TO WS-BS-WRITTEN
                DISPLAY FUNCTION TRIM(SUMMARY-LINE)
            END-IF
        END-PERFORM
