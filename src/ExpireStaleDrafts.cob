77 WS-TODAY               PIC 9(8) VALUE 0.
77 WS-DRAFT-AGE-DAYS      PIC 9(8) VALUE 0.
77 WS-MAX-DRAFT-AGE-DAYS  PIC 9(4) VALUE 30.
*> WS-MAX-DRAFT-AGE-DAYS is loaded from the DRAFT-MAX-AGE-DAYS system
*> parameter (SystemParam.cob) before use; the VALUE is its default.
77 WS-PARAM-NAME  PIC X(30) VALUE SPACES.
77 WS-PARAM-VALUE PIC 9(9) VALUE 0.
77 WS-TOTAL-CHECKED       PIC 9(4) VALUE 0.
77 WS-TOTAL-EXPIRED       PIC 9(4) VALUE 0.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    MOVE "DRAFT-MAX-AGE-DAYS" TO WS-PARAM-NAME
    MOVE WS-MAX-DRAFT-AGE-DAYS TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-MAX-DRAFT-AGE-DAYS
    PERFORM EXPIRE-STALE-DRAFTS
    PERFORM PRINT-REPORT
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

EXPIRE-STALE-DRAFTS.
                AT END
                    MOVE "Y" TO WS-EOF-DRAFT
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-TOTAL-CHECKED
                    COMPUTE WS-DRAFT-AGE-DAYS =
                        FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                    ELSE
                        MOVE DRAFT-RECORD TO TEMP-DRAFT-RECORD
                        WRITE TEMP-DRAFT-RECORD
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
