77 WS-CHECK-NAME    PIC X(30).
77 WS-CHECK-RESULT  PIC X VALUE "N".

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    PERFORM RECONCILE-REQUESTS
    PERFORM PRINT-REPORT
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

ACCOUNT-EXISTS.
                AT END
                    MOVE "Y" TO WS-EOF-ACC
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF FUNCTION TRIM(ACC-USERNAME) = FUNCTION TRIM(WS-CHECK-NAME)
                        MOVE "Y" TO WS-CHECK-RESULT
                    END-IF
                AT END
                    MOVE "Y" TO WS-EOF-REQ
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-TOTAL-CHECKED
                    MOVE SENDER-USERNAME TO WS-CHECK-NAME
                    PERFORM ACCOUNT-EXISTS
