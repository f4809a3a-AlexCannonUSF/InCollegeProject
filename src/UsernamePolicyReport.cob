01 WS-RESERVED-WORD-TABLE REDEFINES WS-RESERVED-WORDS.
    05 WS-RESERVED-WORD OCCURS 5 TIMES PIC X(20).

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    *> Reset the accumulators - a second CALL in one admin session
    *> (e.g. two nightly batch runs) would otherwise double them.
    MOVE 0 TO WS-TOTAL-CHECKED
    DISPLAY "=== Username Format Policy Violations Report ==="
    PERFORM SCAN-ACCOUNTS
    PERFORM PRINT-SUMMARY
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

SCAN-ACCOUNTS.
                AT END
                    MOVE "Y" TO WS-EOF-ACC
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-TOTAL-CHECKED
                    PERFORM CHECK-USERNAME-POLICY
                    IF WS-USERNAME-VALID = "N"
