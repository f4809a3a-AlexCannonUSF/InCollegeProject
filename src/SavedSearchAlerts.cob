       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
*> the posted date keeps reruns within the same night from re-alerting
*> older postings, and the match rules mirror JobSearch.cob's
*> LOAD-MATCHING-JOBS - exact match for majors, substring for title,
*> location, company, and keyword. Each alert names the posting by
*> its permanent posting ID, which JobSearch.cob shows beside every
*> listing, so a repost under the same title is told apart.
77 WS-SS-STAT     PIC XX VALUE SPACES.
77 WS-JOB-STAT    PIC XX VALUE SPACES.
77 WS-NOTIF-STAT  PIC XX VALUE SPACES.
77 WS-SCAN-BUFFER   PIC X(200) VALUE SPACES.
77 K                PIC 9(4) VALUE 0.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Saved Search Alerts ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE 0 TO WS-ALERT-COUNT
                AT END
                    MOVE "Y" TO WS-EOF-SS
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    PERFORM MATCH-ONE-SEARCH
            END-READ
        END-PERFORM
    END-IF

    DISPLAY "Queued " WS-ALERT-COUNT " saved-search alert(s)."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

MATCH-ONE-SEARCH.
                AT END
                    MOVE "Y" TO WS-EOF-JOB
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF JOB-STATUS = "A" AND JOB-POSTED-DATE = WS-TODAY
                        PERFORM CHECK-POSTING-MATCH
                        IF WS-KEYWORD-MATCH = "Y"

    MOVE SPACES TO NOTIFICATIONS-RECORD
    MOVE SS-USERNAME TO NOTIF-USERNAME
    STRING "Saved search match - posting ID " JOB-POSTING-ID ": "
        FUNCTION TRIM(JOB-TITLE) " at " FUNCTION TRIM(JOB-COMPANY)
        INTO NOTIF-MESSAGE
    IF WS-NP-SETTING = "D"
        MOVE "N" TO NOTIF-READ-FLAG
    END-IF
    WRITE NOTIFICATIONS-RECORD
    ADD 1 TO WS-BS-WRITTEN
    CLOSE NotificationsFile
    ADD 1 TO WS-ALERT-COUNT.

