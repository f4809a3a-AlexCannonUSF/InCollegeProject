       05 AUDIT-USERNAME      PIC X(30).
       05 AUDIT-ATTEMPT-COUNT PIC 9(2).
       05 AUDIT-OUTCOME       PIC X(30).
       05 AUDIT-CHAIN         PIC 9(10).

FD TempAuditFile.
01 TEMP-AUDIT-RECORD PIC X(86).

FD AuditArchiveFile.
01 AUDIT-ARCHIVE-RECORD PIC X(86).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
77 WS-ROW-DAY         PIC 9(8) VALUE 0.
77 WS-AGE-DAYS        PIC S9(8) VALUE 0.
77 WS-RETENTION-DAYS  PIC 9(4) VALUE 90.
*> WS-RETENTION-DAYS is loaded from the ARCHIVE-RETENTION-DAYS system
*> parameter (SystemParam.cob) before use; the VALUE is its default.
77 WS-PARAM-NAME  PIC X(30) VALUE SPACES.
77 WS-PARAM-VALUE PIC 9(9) VALUE 0.

77 WS-SESSION-ARCHIVE-PATH PIC X(60) VALUE SPACES.
77 WS-AUDIT-ARCHIVE-PATH   PIC X(60) VALUE SPACES.
*> loses one side.
77 WS-LOCK-RESULT  PIC X VALUE SPACE.

*> AuditLog.dat rows carry their AuditChain.cob chain value; moving
*> the oldest rows, in order, to the end of this month's archive keeps
*> the chain unbroken across archive and live file, but only once the
*> file is at the chained layout. The rebuild also holds the audit lock
*> AuditChain.cob appends under, so a row written by another terminal
*> mid-sweep is not lost when the temp file replaces the log while
*> AuditChain.dat already names it as the trail's head.
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

77 WS-SESS-MOVED   PIC 9(6) VALUE 0.
77 WS-AUDIT-MOVED  PIC 9(6) VALUE 0.
77 WS-NOTIF-MOVED  PIC 9(6) VALUE 0.
77 WS-RECOVER-NOTIF-DAT PIC X(60) VALUE "data/Notifications.dat".
77 WS-RECOVER-NOTIF-TMP PIC X(60) VALUE "data/Notifications.tmp".

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.
*> Set by a failing step and handed back as RETURN-CODE after the
*> BatchStats call, which would otherwise reset it.
77 WS-STEP-RC    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-STEP-RC
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Log Archival Sweep ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE "ARCHIVE-RETENTION-DAYS" TO WS-PARAM-NAME
    MOVE WS-RETENTION-DAYS TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-RETENTION-DAYS

    MOVE SPACES TO WS-SESSION-ARCHIVE-PATH
    STRING "data/SessionLog-archive-" WS-TODAY(1:6) ".dat"
    DISPLAY "Archived " WS-SESS-MOVED " session row(s), "
        WS-AUDIT-MOVED " audit row(s), "
        WS-NOTIF-MOVED " read notification(s)."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    MOVE WS-STEP-RC TO RETURN-CODE
    GOBACK.

ARCHIVE-SESSION-LOG.
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE SESSION-LOGIN-TS(1:8) TO WS-ROW-DAY
                PERFORM COMPUTE-ROW-AGE
                IF SESSION-LOGOUT-TS NOT = 0
                    AND WS-AGE-DAYS > WS-RETENTION-DAYS
                    MOVE SESSION-LOG-RECORD TO SESSION-ARCHIVE-RECORD
                    WRITE SESSION-ARCHIVE-RECORD
                    ADD 1 TO WS-BS-WRITTEN
                    ADD 1 TO WS-SESS-MOVED
                ELSE
                    MOVE SESSION-LOG-RECORD TO TEMP-SESSION-RECORD
                    WRITE TEMP-SESSION-RECORD
                    ADD 1 TO WS-BS-WRITTEN
                END-IF
        END-READ
    END-PERFORM

ARCHIVE-AUDIT-LOG.
    MOVE 0 TO WS-AUDIT-MOVED
    MOVE "AuditLog.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        DISPLAY "AuditLog.dat not archived."
        MOVE 8 TO WS-STEP-RC
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "UpdateLock" USING "L" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-AUDIT-DAT
        WS-RECOVER-AUDIT-TMP
    OPEN INPUT AuditLogFile
    IF WS-AUDIT-STAT = "35"
        CLOSE AuditLogFile
        CALL "UpdateLock" USING "U" WS-LOCK-RESULT
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
        EXIT PARAGRAPH
    END-IF
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE AUDIT-TIMESTAMP(1:8) TO WS-ROW-DAY
                PERFORM COMPUTE-ROW-AGE
                IF WS-AGE-DAYS > WS-RETENTION-DAYS
                    MOVE AUDIT-LOG-RECORD TO AUDIT-ARCHIVE-RECORD
                    WRITE AUDIT-ARCHIVE-RECORD
                    ADD 1 TO WS-BS-WRITTEN
                    ADD 1 TO WS-AUDIT-MOVED
                ELSE
                    MOVE AUDIT-LOG-RECORD TO TEMP-AUDIT-RECORD
                    WRITE TEMP-AUDIT-RECORD
                    ADD 1 TO WS-BS-WRITTEN
                END-IF
        END-READ
    END-PERFORM
    ELSE
        CALL "CBL_DELETE_FILE" USING "data/AuditLog.tmp"
    END-IF
    CALL "UpdateLock" USING "U" WS-LOCK-RESULT
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

ARCHIVE-READ-NOTIFICATIONS.
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF NOTIF-READ-FLAG = "Y"
                    MOVE NOTIFICATIONS-RECORD TO NOTIF-ARCHIVE-RECORD
                    WRITE NOTIF-ARCHIVE-RECORD
                    ADD 1 TO WS-BS-WRITTEN
                    ADD 1 TO WS-NOTIF-MOVED
                ELSE
                    MOVE NOTIFICATIONS-RECORD TO TEMP-NOTIF-RECORD
                    WRITE TEMP-NOTIF-RECORD
                    ADD 1 TO WS-BS-WRITTEN
                END-IF
        END-READ
    END-PERFORM
