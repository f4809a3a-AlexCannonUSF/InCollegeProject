77 WS-NP-CATEGORY  PIC X(01) VALUE SPACE.
77 WS-NP-SETTING   PIC X(01) VALUE SPACE.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Stale Expected-Graduation Report ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR
    DISPLAY " "
    DISPLAY "Profiles checked: " WS-CHECKED-COUNT
    DISPLAY "Stale expected-graduation profiles: " WS-STALE-COUNT
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

SCAN-FOR-STALE-EXPECTED.
                AT END
                    MOVE "Y" TO WS-EOF-PROFILE
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-CHECKED-COUNT
                    IF GradStatus = "E" AND GradYear < WS-CURRENT-YEAR
                        ADD 1 TO WS-STALE-COUNT
                AT END
                    MOVE "Y" TO WS-EOF-NOTIF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF FUNCTION TRIM(NOTIF-USERNAME) = FUNCTION TRIM(Username)
                        AND NOTIF-READ-FLAG NOT = "Y"
                        AND FUNCTION TRIM(NOTIF-MESSAGE) = FUNCTION TRIM(WS-NEW-MESSAGE)
        MOVE "N" TO NOTIF-READ-FLAG
    END-IF
    WRITE NOTIFICATIONS-RECORD
    ADD 1 TO WS-BS-WRITTEN
    CLOSE NotificationsFile.

END PROGRAM StaleGraduationReport.
