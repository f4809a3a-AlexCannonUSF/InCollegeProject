>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SystemParameters.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SystemParamsFile ASSIGN TO "data/SystemParameters.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SP-STAT.
    SELECT TempParamsFile ASSIGN TO "data/SystemParameters.tmp"
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SystemParamsFile.
01 SYSTEM-PARAM-RECORD.
       05 SP-NAME          PIC X(30).
       05 SP-VALUE         PIC 9(9).
       05 SP-CHANGED-DATE  PIC 9(8).
       05 SP-CHANGED-BY    PIC X(30).

FD TempParamsFile.
01 TEMP-PARAM-RECORD PIC X(77).

WORKING-STORAGE SECTION.
*> Admin screen over data/SystemParameters.dat. Lists every business
*> threshold SystemParam.cob knows, with its current value, default,
*> allowed range, and who last changed it; the admin picks one and
*> sets a new value inside the range, or sets it back to its
*> default. The change is saved under the logged-in admin's name and
*> written to AdminAudit.dat (old and new value, parameter as the
*> target). Programs pick up the new value the next time they start.
77 WS-RECOVER-DAT PIC X(60) VALUE "data/SystemParameters.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/SystemParameters.tmp".
77 WS-SP-STAT      PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-LOCK-RESULT  PIC X VALUE SPACE.
77 WS-UPDATED      PIC X VALUE "N".
77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-CHOICE-RAW   PIC X(4) VALUE SPACES.
77 WS-CHOICE       PIC 9(4) VALUE 0.
77 WS-VALUE-RAW    PIC X(12) VALUE SPACES.
77 WS-PARAM-COUNT  PIC 9(2) VALUE 0.

*> SystemParam.cob parameters.
77 WS-SP-FUNCTION  PIC X VALUE SPACE.
77 WS-SP-NAME      PIC X(30) VALUE SPACES.
77 WS-SP-VALUE     PIC 9(9) VALUE 0.
77 WS-SP-INDEX     PIC 9(2) VALUE 0.
77 WS-SP-DEFAULT   PIC 9(9) VALUE 0.
77 WS-SP-MIN       PIC 9(9) VALUE 0.
77 WS-SP-MAX       PIC 9(9) VALUE 0.
77 WS-SP-DESC      PIC X(60) VALUE SPACES.
77 WS-SP-CHANGED-DATE PIC 9(8) VALUE 0.
77 WS-SP-CHANGED-BY   PIC X(30) VALUE SPACES.

*> The parameter being changed.
77 WS-OLD-VALUE    PIC 9(9) VALUE 0.
77 WS-NEW-VALUE    PIC 9(9) VALUE 0.
77 WS-VALUE-SHOW   PIC Z(8)9.
77 WS-OLD-SHOW     PIC Z(8)9.
77 WS-MIN-SHOW     PIC Z(8)9.
77 WS-MAX-SHOW     PIC Z(8)9.
77 WS-DEFAULT-SHOW PIC Z(8)9.

77 WS-AUDIT-ACTOR  PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET PIC X(30) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    DISPLAY "--- System Parameters ---"
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM LIST-PARAMETERS

    DISPLAY " "
    DISPLAY "Enter the number of a parameter to change, or 0 to cancel:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
        MOVE 0 TO WS-CHOICE
    END-IF
    IF WS-CHOICE = 0 OR WS-CHOICE > WS-PARAM-COUNT
        GOBACK
    END-IF

    MOVE WS-CHOICE TO WS-SP-INDEX
    PERFORM DESCRIBE-PARAMETER
    MOVE WS-SP-VALUE TO WS-OLD-VALUE
    MOVE WS-SP-MIN TO WS-MIN-SHOW
    MOVE WS-SP-MAX TO WS-MAX-SHOW
    MOVE WS-SP-DEFAULT TO WS-DEFAULT-SHOW
    DISPLAY FUNCTION TRIM(WS-SP-NAME) " - " FUNCTION TRIM(WS-SP-DESC)
    DISPLAY "Enter a new value from " FUNCTION TRIM(WS-MIN-SHOW) " to "
        FUNCTION TRIM(WS-MAX-SHOW) ", D for the default ("
        FUNCTION TRIM(WS-DEFAULT-SHOW) "), or blank to cancel:"
    ACCEPT WS-VALUE-RAW
    INSPECT WS-VALUE-RAW REPLACING ALL X"0D" BY SPACE

    EVALUATE TRUE
        WHEN FUNCTION TRIM(WS-VALUE-RAW) = SPACES
            DISPLAY "No changes made."
            GOBACK
        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VALUE-RAW)) = "D"
            MOVE WS-SP-DEFAULT TO WS-NEW-VALUE
        WHEN FUNCTION TRIM(WS-VALUE-RAW) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-VALUE-RAW) TO WS-NEW-VALUE
        WHEN OTHER
            DISPLAY "That is not a number. No changes made."
            GOBACK
    END-EVALUATE

    IF WS-NEW-VALUE < WS-SP-MIN OR WS-NEW-VALUE > WS-SP-MAX
        DISPLAY "The value must be from " FUNCTION TRIM(WS-MIN-SHOW)
            " to " FUNCTION TRIM(WS-MAX-SHOW) ". No changes made."
        GOBACK
    END-IF
    IF WS-NEW-VALUE = WS-OLD-VALUE
        DISPLAY "That is already the current value. No changes made."
        GOBACK
    END-IF

    PERFORM SAVE-PARAMETER-ROW

    MOVE WS-OLD-VALUE TO WS-OLD-SHOW
    MOVE WS-NEW-VALUE TO WS-VALUE-SHOW
    MOVE SPACES TO WS-AUDIT-ACTION
    STRING "PARAMETER " FUNCTION TRIM(WS-OLD-SHOW) " TO "
        FUNCTION TRIM(WS-VALUE-SHOW) DELIMITED BY SIZE
        INTO WS-AUDIT-ACTION
    MOVE WS-SP-NAME TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    DISPLAY FUNCTION TRIM(WS-SP-NAME) " is now "
        FUNCTION TRIM(WS-VALUE-SHOW) "."
    GOBACK.

LIST-PARAMETERS.
    MOVE 0 TO WS-PARAM-COUNT
    MOVE 1 TO WS-SP-INDEX
    PERFORM DESCRIBE-PARAMETER
    PERFORM UNTIL WS-SP-NAME = SPACES
        ADD 1 TO WS-PARAM-COUNT
        MOVE WS-SP-VALUE TO WS-VALUE-SHOW
        MOVE WS-SP-DEFAULT TO WS-DEFAULT-SHOW
        DISPLAY WS-SP-INDEX ". " FUNCTION TRIM(WS-SP-NAME) " = "
            FUNCTION TRIM(WS-VALUE-SHOW) " (default "
            FUNCTION TRIM(WS-DEFAULT-SHOW) ")"
        DISPLAY "    " FUNCTION TRIM(WS-SP-DESC)
        IF WS-SP-CHANGED-DATE NOT = 0
            DISPLAY "    Last changed " WS-SP-CHANGED-DATE " by "
                FUNCTION TRIM(WS-SP-CHANGED-BY)
        END-IF
        ADD 1 TO WS-SP-INDEX
        PERFORM DESCRIBE-PARAMETER
    END-PERFORM.

DESCRIBE-PARAMETER.
    MOVE "I" TO WS-SP-FUNCTION
    CALL "SystemParam" USING WS-SP-FUNCTION WS-SP-NAME WS-SP-VALUE
        WS-SP-INDEX WS-SP-DEFAULT WS-SP-MIN WS-SP-MAX WS-SP-DESC
        WS-SP-CHANGED-DATE WS-SP-CHANGED-BY.

SAVE-PARAMETER-ROW.
    *> Upserts WS-SP-NAME's row by the rebuild-via-temp-file pattern
    *> CompanyPlans.cob's SAVE-PLAN-ROW uses.
    MOVE "N" TO WS-UPDATED
    MOVE "N" TO WS-EOF
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN OUTPUT TempParamsFile
    OPEN INPUT SystemParamsFile
    IF WS-SP-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ SystemParamsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF SP-NAME = WS-SP-NAME
                        PERFORM APPLY-PARAMETER-CHANGE
                        MOVE "Y" TO WS-UPDATED
                    END-IF
                    MOVE SYSTEM-PARAM-RECORD TO TEMP-PARAM-RECORD
                    WRITE TEMP-PARAM-RECORD
            END-READ
        END-PERFORM
    END-IF
    CLOSE SystemParamsFile

    IF WS-UPDATED = "N"
        MOVE SPACES TO SYSTEM-PARAM-RECORD
        MOVE WS-SP-NAME TO SP-NAME
        PERFORM APPLY-PARAMETER-CHANGE
        MOVE SYSTEM-PARAM-RECORD TO TEMP-PARAM-RECORD
        WRITE TEMP-PARAM-RECORD
    END-IF
    CLOSE TempParamsFile

    CALL "CBL_DELETE_FILE" USING "data/SystemParameters.dat"
    CALL "CBL_RENAME_FILE" USING "data/SystemParameters.tmp"
        "data/SystemParameters.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

APPLY-PARAMETER-CHANGE.
    MOVE WS-NEW-VALUE TO SP-VALUE
    MOVE WS-TODAY TO SP-CHANGED-DATE
    MOVE LNK-USER-NAME TO SP-CHANGED-BY.

END PROGRAM SystemParameters.
