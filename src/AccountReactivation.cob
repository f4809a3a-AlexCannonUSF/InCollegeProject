       05 AUDIT-USERNAME      PIC X(30).
       05 AUDIT-ATTEMPT-COUNT PIC 9(2).
       05 AUDIT-OUTCOME       PIC X(30).
       05 AUDIT-CHAIN         PIC 9(10).

WORKING-STORAGE SECTION.
77 WS-USERNAME PIC X(30) VALUE SPACES.
77 WS-AUDIT-DATE      PIC 9(8) VALUE 0.
77 WS-AUDIT-TIME      PIC 9(8) VALUE 0.
77 WS-AUDIT-OUTCOME   PIC X(30) VALUE SPACES.
*> AuditChain.cob parameters - every AuditLog.dat row carries its
*> chain value.
77 WS-CHAIN-LOG     PIC X(30) VALUE "AuditLog.dat".
77 WS-CHAIN-RECORD  PIC X(200) VALUE SPACES.
77 WS-CHAIN-LENGTH  PIC 9(3) VALUE 76.
77 WS-CHAIN-VALUE   PIC 9(10) VALUE 0.
77 WS-CHAIN-MONTH   PIC 9(6) VALUE 0.
77 WS-CHAIN-RESULT  PIC X VALUE SPACE.
77 WS-TODAY-DATE      PIC 9(8) VALUE 0.
77 WS-LOG-DAY         PIC 9(8) VALUE 0.
77 WS-RECENT-FAILURES PIC 99 VALUE 0.

PROCEDURE DIVISION.
REACTIVATION-FLOW.
    MOVE "AccountRecovery.dat" TO WS-GUARD-FILE
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF
    MOVE "AuditLog.dat" TO WS-GUARD-FILE
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME

    MOVE SPACES TO AUDIT-LOG-RECORD
    STRING WS-AUDIT-DATE DELIMITED BY SIZE
           WS-AUDIT-TIME(1:6) DELIMITED BY SIZE
    MOVE WS-USERNAME TO AUDIT-USERNAME
    MOVE WS-RECENT-FAILURES TO AUDIT-ATTEMPT-COUNT
    MOVE WS-AUDIT-OUTCOME TO AUDIT-OUTCOME
    MOVE AUDIT-LOG-RECORD TO WS-CHAIN-RECORD
    CALL "AuditChain" USING "N" WS-CHAIN-LOG WS-CHAIN-RECORD
        WS-CHAIN-LENGTH WS-CHAIN-VALUE WS-CHAIN-MONTH WS-CHAIN-RESULT
    IF WS-CHAIN-RESULT NOT = "Y"
        DISPLAY "This attempt could not be written to the audit trail "
            "(data/AuditLog.dat). Please contact an administrator."
    END-IF.

END PROGRAM AccountReactivation.
