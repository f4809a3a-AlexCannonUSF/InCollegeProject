*> terminals rebuild the same file under the lock.
77 WS-LOCK-RESULT PIC X VALUE SPACE.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Daily Notification Digest ==="
    PERFORM COLLECT-USERS-WITH-UNREAD
    PERFORM WRITE-DIGEST-FOR-EACH-USER
    PERFORM MARK-DIGEST-ONLY-ROWS-READ
    DISPLAY "Digest files written for " WS-USER-COUNT " user(s)."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

MARK-DIGEST-ONLY-ROWS-READ.
                AT END
                    MOVE "Y" TO WS-EOF-NOTIF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF NOTIF-READ-FLAG = "D"
                        MOVE "Y" TO NOTIF-READ-FLAG
                        ADD 1 TO WS-DIGESTED-COUNT
                    END-IF
                    MOVE NOTIFICATIONS-RECORD TO TEMP-NOTIF-RECORD
                    WRITE TEMP-NOTIF-RECORD
                    ADD 1 TO WS-BS-WRITTEN
            END-READ
        END-PERFORM
        CLOSE NotificationsFile
                AT END
                    MOVE "Y" TO WS-EOF-NOTIF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF NOTIF-READ-FLAG NOT = "Y"
                        PERFORM ADD-USER-IF-NEW
                    END-IF
    STRING "--- Notifications for " FUNCTION TRIM(WS-CURRENT-USER) " ---"
        INTO DIGEST-LINE
    WRITE DIGEST-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE "N" TO WS-EOF-NOTIF
    OPEN INPUT NotificationsFile
            AT END
                MOVE "Y" TO WS-EOF-NOTIF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF FUNCTION TRIM(NOTIF-USERNAME) = FUNCTION TRIM(WS-CURRENT-USER)
                    AND NOTIF-READ-FLAG NOT = "Y"
                    ADD 1 TO WS-DIGEST-COUNT
                    MOVE SPACES TO DIGEST-LINE
                    STRING FUNCTION TRIM(NOTIF-MESSAGE) INTO DIGEST-LINE
                    WRITE DIGEST-LINE
                    ADD 1 TO WS-BS-WRITTEN
                END-IF
        END-READ
    END-PERFORM
        MOVE SPACES TO DIGEST-LINE
        MOVE "No unread notifications." TO DIGEST-LINE
        WRITE DIGEST-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF

    CLOSE DigestFile.
