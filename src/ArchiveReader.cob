       05 AUDIT-USERNAME      PIC X(30).
       05 AUDIT-ATTEMPT-COUNT PIC 9(2).
       05 AUDIT-OUTCOME       PIC X(30).
       05 AUDIT-CHAIN         PIC 9(10).

FD NotifArchiveFile.
01 NOTIFICATIONS-RECORD.
77 WS-FILTER-USER  PIC X(30) VALUE SPACES.
77 WS-ROW-COUNT    PIC 9(6) VALUE 0.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Archive Reader ---"
                INTO WS-ARCHIVE-PATH
            PERFORM READ-SESSION-ARCHIVE
        WHEN "2"
            *> MigrateDataFiles.cob converts the audit archives along
            *> with the live file, so the live file's stamp covers both.
            MOVE "AuditLog.dat" TO WS-GUARD-FILE
            MOVE 2 TO WS-GUARD-VERSION
            CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
                WS-GUARD-RESULT
            IF WS-GUARD-RESULT NOT = "Y"
                GOBACK
            END-IF
            MOVE SPACES TO WS-ARCHIVE-PATH
            STRING "data/AuditLog-archive-"
                FUNCTION TRIM(WS-MONTH-RAW) ".dat"
