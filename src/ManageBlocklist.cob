
REWRITE-BLOCKLIST-FILE.
    *> Drops every row LNK-USER-NAME created blocking the chosen user
    *> via the same rebuild-via-temp-file pattern WithdrawApplication.cob
    *> uses. Rows recording the other party blocking LNK-USER-NAME (the
    *> reverse direction) are left in place - that block was not this
    *> user's to lift.
    MOVE "N" TO WS-EOF-BLOCK
    OPEN INPUT BlocklistFile
    OPEN OUTPUT TempBlockFile
