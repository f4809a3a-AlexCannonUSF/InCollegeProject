IDENTIFICATION DIVISION.
PROGRAM-ID. AdminAudit.

DATA DIVISION.
WORKING-STORAGE SECTION.
*> Attributable audit rows for administrative and batch actions -
*> data/AuditLog.dat stays what it always was (signup and
*> admin menu sets it to the logged-in admin - and every "W" write in
*> the same run carries it; a program run straight from the console
*> with no login gets the default, which is itself the honest answer.
77 WS-CURRENT-ACTOR PIC X(30) VALUE "CONSOLE".
77 WS-ADM-DATE      PIC 9(8) VALUE 0.
77 WS-ADM-TIME      PIC 9(8) VALUE 0.

*> A data/AdminAudit.dat row; AuditChain.cob appends it with its
*> chain value in ADM-CHAIN.
01 ADMIN-AUDIT-RECORD.
       05 ADM-TIMESTAMP PIC 9(14).
       05 ADM-ACTOR     PIC X(30).
       05 ADM-ACTION    PIC X(30).
       05 ADM-TARGET    PIC X(30).
       05 ADM-CHAIN     PIC 9(10).

*> AuditChain.cob parameters - every row carries its chain value.
77 WS-CHAIN-LOG     PIC X(30) VALUE "AdminAudit.dat".
77 WS-CHAIN-RECORD  PIC X(200) VALUE SPACES.
77 WS-CHAIN-LENGTH  PIC 9(3) VALUE 104.
77 WS-CHAIN-VALUE   PIC 9(10) VALUE 0.
77 WS-CHAIN-MONTH   PIC 9(6) VALUE 0.
77 WS-CHAIN-RESULT  PIC X VALUE SPACE.

LINKAGE SECTION.
01 LK-FUNCTION PIC X.
01 LK-ACTOR    PIC X(30).
    ACCEPT WS-ADM-DATE FROM DATE YYYYMMDD
    ACCEPT WS-ADM-TIME FROM TIME

    MOVE SPACES TO ADMIN-AUDIT-RECORD
    STRING WS-ADM-DATE DELIMITED BY SIZE
           WS-ADM-TIME(1:6) DELIMITED BY SIZE
    MOVE WS-CURRENT-ACTOR TO ADM-ACTOR
    MOVE LK-ACTION TO ADM-ACTION
    MOVE LK-TARGET TO ADM-TARGET
    MOVE ADMIN-AUDIT-RECORD TO WS-CHAIN-RECORD
    CALL "AuditChain" USING "N" WS-CHAIN-LOG WS-CHAIN-RECORD
        WS-CHAIN-LENGTH WS-CHAIN-VALUE WS-CHAIN-MONTH WS-CHAIN-RESULT
    IF WS-CHAIN-RESULT NOT = "Y"
        DISPLAY "WARNING: " FUNCTION TRIM(LK-ACTION)
            " could not be written to the admin audit trail "
            "(data/AdminAudit.dat)."
    END-IF.

END PROGRAM AdminAudit.
