       05 ADM-ACTOR     PIC X(30).
       05 ADM-ACTION    PIC X(30).
       05 ADM-TARGET    PIC X(30).
       05 ADM-CHAIN     PIC 9(10).

WORKING-STORAGE SECTION.
*> Answers "who approved this employer?" - every row AdminAudit.cob
77 WS-ROW-COUNT  PIC 9(6) VALUE 0.
77 WS-FILTER     PIC X(30) VALUE SPACES.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Administrative Audit Trail ---"
    MOVE "AdminAudit.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF
    DISPLAY "Enter a target username to filter by, or leave blank "
        "for everything:"
    ACCEPT WS-FILTER
