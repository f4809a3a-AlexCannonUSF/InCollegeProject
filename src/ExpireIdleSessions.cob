77 WS-LOGIN-DATE         PIC 9(8) VALUE 0.
77 WS-SESSION-AGE-DAYS   PIC 9(8) VALUE 0.
77 WS-MAX-IDLE-DAYS      PIC 9(4) VALUE 1.
*> WS-MAX-IDLE-DAYS is loaded from the SESSION-MAX-IDLE-DAYS system
*> parameter (SystemParam.cob) before use; the VALUE is its default.
77 WS-PARAM-NAME  PIC X(30) VALUE SPACES.
77 WS-PARAM-VALUE PIC 9(9) VALUE 0.
77 WS-TOTAL-CHECKED      PIC 9(6) VALUE 0.
77 WS-TOTAL-TIMED-OUT    PIC 9(6) VALUE 0.
77 WS-LOCK-RESULT        PIC X VALUE SPACE.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    MOVE "SESSION-MAX-IDLE-DAYS" TO WS-PARAM-NAME
    MOVE WS-MAX-IDLE-DAYS TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-MAX-IDLE-DAYS
    PERFORM CLOSE-IDLE-SESSIONS
    PERFORM PRINT-REPORT
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

CLOSE-IDLE-SESSIONS.
                AT END
                    MOVE "Y" TO WS-EOF-SESSION
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-TOTAL-CHECKED
                    IF SESSION-LOGOUT-TS = 0
                        MOVE SESSION-LOGIN-TS(1:8) TO WS-LOGIN-DATE
                    MOVE SPACES TO TEMP-SESSION-RECORD
                    MOVE SESSION-LOG-RECORD TO TEMP-SESSION-RECORD
                    WRITE TEMP-SESSION-RECORD
                    ADD 1 TO WS-BS-WRITTEN
            END-READ
        END-PERFORM
        CLOSE SessionLogFile
