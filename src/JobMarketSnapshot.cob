       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD HistoryFile.
01 JOB-MARKET-HISTORY-RECORD.
        10 WS-MAJOR-NAME  PIC X(50).
        10 WS-MAJOR-TALLY PIC 9(4).

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Job Market Snapshot ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    PERFORM CHECK-ALREADY-SNAPPED
    IF WS-ALREADY-SNAPPED = "Y"
        DISPLAY "A snapshot for today is already on file."
        CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
        GOBACK
    END-IF


    DISPLAY "Snapshot appended: " WS-ACTIVE-COUNT
        " active posting(s), " WS-APP-COUNT " application(s)."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

CHECK-ALREADY-SNAPPED.
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF JMH-DATE = WS-TODAY
                        MOVE "Y" TO WS-ALREADY-SNAPPED
                        MOVE "Y" TO WS-EOF
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF JOB-STATUS = "A"
                        ADD 1 TO WS-ACTIVE-COUNT
                        PERFORM TALLY-JOB-MAJOR
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-APP-COUNT
            END-READ
        END-PERFORM
        END-IF
    END-PERFORM
    WRITE JOB-MARKET-HISTORY-RECORD
    ADD 1 TO WS-BS-WRITTEN
    CLOSE HistoryFile.

END PROGRAM JobMarketSnapshot.
