77 WS-NP-CATEGORY PIC X(01) VALUE SPACE.
77 WS-NP-SETTING  PIC X(01) VALUE SPACE.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Career Event Reminders ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
                AT END
                    MOVE "Y" TO WS-EOF-RSVP
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF RSVP-DATE = WS-TOMORROW
                        PERFORM QUEUE-REMINDER
                    END-IF
    END-IF

    DISPLAY "Queued " WS-REMINDER-COUNT " event reminder(s)."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

QUEUE-REMINDER.
        MOVE "N" TO NOTIF-READ-FLAG
    END-IF
    WRITE NOTIFICATIONS-RECORD
    ADD 1 TO WS-BS-WRITTEN
    CLOSE NotificationsFile
    ADD 1 TO WS-REMINDER-COUNT.

