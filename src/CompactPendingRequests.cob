77 WS-RECOVER-DAT PIC X(60) VALUE "data/PendingRequests.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/PendingRequests.tmp".

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    PERFORM COMPACT-REQUESTS
    PERFORM PRINT-REPORT
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

COMPACT-REQUESTS.
                AT END
                    MOVE "Y" TO WS-EOF-REQ
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-NEW-RRN
                    ADD 1 TO WS-TOTAL-KEPT
                    MOVE WS-NEW-RRN TO TEMP-REQUEST-ID
                    MOVE REQUEST-DATE TO TEMP-REQUEST-DATE
                    MOVE REQUEST-NOTE TO TEMP-REQUEST-NOTE
                    WRITE TEMP-PENDING-RECORD
                    ADD 1 TO WS-BS-WRITTEN
            END-READ
        END-PERFORM
        CLOSE PendingRequestsFile
