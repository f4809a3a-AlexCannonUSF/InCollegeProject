>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MaintenanceWindow.

DATA DIVISION.
WORKING-STORAGE SECTION.
*> Admin screen for the maintenance flag kept by MaintenanceMode.cob:
*> shows whether it is set, by whom and until when, and lets the
*> admin set it by hand with a message and an expected end, or clear
*> it. Each change is written to AdminAudit.dat under the logged-in
*> admin. NightlyBatch.cob sets and clears the flag on its own; a
*> window set here is left in place when the batch finishes.
77 WS-ACTION       PIC X(4) VALUE SPACES.
77 WS-DATE-RAW     PIC X(10) VALUE SPACES.
77 WS-TIME-RAW     PIC X(6) VALUE SPACES.
77 WS-TODAY        PIC 9(8) VALUE 0.

*> MaintenanceMode.cob parameters.
77 WS-MM-FUNCTION  PIC X VALUE SPACE.
77 WS-MM-ACTIVE    PIC X VALUE "N".
77 WS-MM-MESSAGE   PIC X(100) VALUE SPACES.
77 WS-MM-END-DATE  PIC 9(8) VALUE 0.
77 WS-MM-END-TIME  PIC 9(4) VALUE 0.
77 WS-MM-SET-BY    PIC X(30) VALUE SPACES.
77 WS-MM-NOTICE    PIC X(200) VALUE SPACES.

77 WS-AUDIT-ACTOR  PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET PIC X(30) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    DISPLAY "--- Maintenance Mode ---"
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE "Q" TO WS-MM-FUNCTION
    PERFORM CALL-MAINTENANCE-MODE

    IF WS-MM-ACTIVE = "Y"
        DISPLAY "Maintenance mode is ON (set by "
            FUNCTION TRIM(WS-MM-SET-BY) ")."
        DISPLAY FUNCTION TRIM(WS-MM-NOTICE)
        DISPLAY "1. Turn maintenance mode off"
        DISPLAY "2. Go back"
        ACCEPT WS-ACTION
        IF FUNCTION TRIM(WS-ACTION) = "1"
            PERFORM TURN-OFF
        END-IF
    ELSE
        DISPLAY "Maintenance mode is OFF. Everyone can log in."
        DISPLAY "1. Turn maintenance mode on"
        DISPLAY "2. Go back"
        ACCEPT WS-ACTION
        IF FUNCTION TRIM(WS-ACTION) = "1"
            PERFORM TURN-ON
        END-IF
    END-IF
    GOBACK.

TURN-ON.
    DISPLAY "Enter the message users will see (blank to cancel):"
    ACCEPT WS-MM-MESSAGE
    INSPECT WS-MM-MESSAGE REPLACING ALL X"0D" BY SPACE
    IF FUNCTION TRIM(WS-MM-MESSAGE) = SPACES
        DISPLAY "Maintenance mode not changed."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Expected end date (YYYYMMDD, blank if unknown):"
    ACCEPT WS-DATE-RAW
    INSPECT WS-DATE-RAW REPLACING ALL X"0D" BY SPACE
    MOVE 0 TO WS-MM-END-DATE
    MOVE 0 TO WS-MM-END-TIME
    IF FUNCTION TRIM(WS-DATE-RAW) NOT = SPACES
        IF FUNCTION TRIM(WS-DATE-RAW) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-RAW)) = 8
            AND FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-DATE-RAW)) = 0
            AND FUNCTION NUMVAL(WS-DATE-RAW) >= WS-TODAY
            MOVE FUNCTION NUMVAL(WS-DATE-RAW) TO WS-MM-END-DATE
        ELSE
            DISPLAY "That is not a date from today on. Maintenance mode "
                "not changed."
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Expected end time (HHMM, 24-hour):"
        ACCEPT WS-TIME-RAW
        INSPECT WS-TIME-RAW REPLACING ALL X"0D" BY SPACE
        IF FUNCTION TRIM(WS-TIME-RAW) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-TIME-RAW)) = 4
            AND FUNCTION NUMVAL(WS-TIME-RAW(1:2)) < 24
            AND FUNCTION NUMVAL(WS-TIME-RAW(3:2)) < 60
            MOVE FUNCTION NUMVAL(WS-TIME-RAW) TO WS-MM-END-TIME
        ELSE
            DISPLAY "That is not a time. Maintenance mode not changed."
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE LNK-USER-NAME TO WS-MM-SET-BY
    MOVE "S" TO WS-MM-FUNCTION
    PERFORM CALL-MAINTENANCE-MODE

    MOVE "MAINTENANCE MODE ON" TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-TARGET
    IF WS-MM-END-DATE NOT = 0
        STRING "UNTIL " WS-MM-END-DATE " " WS-MM-END-TIME
            DELIMITED BY SIZE INTO WS-AUDIT-TARGET
    END-IF
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    DISPLAY "Maintenance mode is ON. Only admins can log in until it "
        "is turned off.".

TURN-OFF.
    MOVE "C" TO WS-MM-FUNCTION
    PERFORM CALL-MAINTENANCE-MODE
    MOVE "MAINTENANCE MODE OFF" TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    DISPLAY "Maintenance mode is OFF. Everyone can log in again.".

CALL-MAINTENANCE-MODE.
    CALL "MaintenanceMode" USING WS-MM-FUNCTION WS-MM-ACTIVE
        WS-MM-MESSAGE WS-MM-END-DATE WS-MM-END-TIME WS-MM-SET-BY
        WS-MM-NOTICE.

END PROGRAM MaintenanceWindow.
