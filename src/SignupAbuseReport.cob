       05 AUDIT-USERNAME      PIC X(30).
       05 AUDIT-ATTEMPT-COUNT PIC 9(2).
       05 AUDIT-OUTCOME       PIC X(30).
       05 AUDIT-CHAIN         PIC 9(10).

WORKING-STORAGE SECTION.
77 WS-AUDIT-STAT     PIC XX VALUE SPACES.
        10 WS-OUTCOME-TALLY PIC 9(4).
77 WS-OUTCOME-COUNT PIC 9(4) VALUE 0.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "=== Signup Abuse Detection Report ==="
    MOVE "AuditLog.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF
    PERFORM SCAN-AUDIT-LOG
    PERFORM PRINT-REPORT
    GOBACK.
