77 WS-RECOVER-DAT PIC X(60) VALUE "data/accounts.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/accounts.tmp".
77 WS-MAX-PASS-AGE-DAYS PIC 9(4) VALUE 90.
*> WS-MAX-PASS-AGE-DAYS is loaded from the PASSWORD-MAX-AGE-DAYS system
*> parameter (SystemParam.cob) before use; the VALUE is its default.
77 WS-PARAM-NAME  PIC X(30) VALUE SPACES.
77 WS-PARAM-VALUE PIC 9(9) VALUE 0.

*> Serializes this store's rebuild-via-temp-file paths against every
*> other rebuild in the system - see UpdateLock.cob for the lock and
    MOVE "N" TO LK-RESULT
    MOVE "N" TO WS-EOF-ACC
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE "PASSWORD-MAX-AGE-DAYS" TO WS-PARAM-NAME
    MOVE WS-MAX-PASS-AGE-DAYS TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-MAX-PASS-AGE-DAYS
    OPEN INPUT AccountFile

    IF WS-ACC-STATUS NOT = "35"
