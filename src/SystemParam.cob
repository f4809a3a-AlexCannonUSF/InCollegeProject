>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SystemParam.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SystemParamsFile ASSIGN TO "data/SystemParameters.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SP-STAT.

DATA DIVISION.
FILE SECTION.
FD SystemParamsFile.
01 SYSTEM-PARAM-RECORD.
       05 SP-NAME          PIC X(30).
       05 SP-VALUE         PIC 9(9).
       05 SP-CHANGED-DATE  PIC 9(8).
       05 SP-CHANGED-BY    PIC X(30).

WORKING-STORAGE SECTION.
*> The one place a business threshold is looked up. Each program
*> that has one keeps its old VALUE clause and, at start-up, asks
*> here for the current setting:
*>   "G" - LK-VALUE for parameter LK-NAME: the row an admin saved in
*>         data/SystemParameters.dat (SystemParameters.cob), else the
*>         default below. A name that is in neither leaves LK-VALUE
*>         alone, so the caller's own VALUE clause still stands.
*>   "I" - parameter number LK-INDEX in the list below, for the admin
*>         screen: its name, current value, default, allowed range,
*>         description, and who last changed it (zero/blank when it
*>         has never been changed). LK-NAME comes back blank past the
*>         end of the list.
*> The defaults are the values the programs were written with, so a
*> system with no parameters file behaves exactly as before.
77 WS-SP-STAT   PIC XX VALUE SPACES.
77 WS-EOF-SP    PIC X VALUE "N".
77 WS-FOUND     PIC X VALUE "N".
77 I            PIC 9(2) VALUE 0.
77 WS-SAVED-VALUE PIC 9(9) VALUE 0.
77 WS-SAVED-DATE  PIC 9(8) VALUE 0.
77 WS-SAVED-BY    PIC X(30) VALUE SPACES.

77 WS-PARAM-TOTAL PIC 9(2) VALUE 11.
01 WS-PARAM-VALUES.
    05 FILLER.
        10 FILLER PIC X(30) VALUE "PASSWORD-MAX-AGE-DAYS".
        10 FILLER PIC 9(9)  VALUE 90.
        10 FILLER PIC 9(9)  VALUE 1.
        10 FILLER PIC 9(9)  VALUE 9999.
        10 FILLER PIC X(60)
            VALUE "Days before a password must be changed at login".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "LOGIN-MAX-FAILURES".
        10 FILLER PIC 9(9)  VALUE 5.
        10 FILLER PIC 9(9)  VALUE 1.
        10 FILLER PIC 9(9)  VALUE 99.
        10 FILLER PIC X(60)
            VALUE "Failed sign-ins in a day before sign-in is refused".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "POSTING-MAX-AGE-DAYS".
        10 FILLER PIC 9(9)  VALUE 60.
        10 FILLER PIC 9(9)  VALUE 1.
        10 FILLER PIC 9(9)  VALUE 9999.
        10 FILLER PIC X(60)
            VALUE "Days an active job posting stays open before expiry".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "DRAFT-MAX-AGE-DAYS".
        10 FILLER PIC 9(9)  VALUE 30.
        10 FILLER PIC 9(9)  VALUE 1.
        10 FILLER PIC 9(9)  VALUE 9999.
        10 FILLER PIC X(60)
            VALUE "Days an unsaved profile draft is kept".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "SESSION-MAX-IDLE-DAYS".
        10 FILLER PIC 9(9)  VALUE 1.
        10 FILLER PIC 9(9)  VALUE 1.
        10 FILLER PIC 9(9)  VALUE 9999.
        10 FILLER PIC X(60)
            VALUE "Days a session may stay open before it is closed".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "ARCHIVE-RETENTION-DAYS".
        10 FILLER PIC 9(9)  VALUE 90.
        10 FILLER PIC 9(9)  VALUE 1.
        10 FILLER PIC 9(9)  VALUE 9999.
        10 FILLER PIC X(60)
            VALUE "Days log rows stay live before they are archived".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "POSTING-DUP-WINDOW-DAYS".
        10 FILLER PIC 9(9)  VALUE 7.
        10 FILLER PIC 9(9)  VALUE 0.
        10 FILLER PIC 9(9)  VALUE 999.
        10 FILLER PIC X(60)
            VALUE "Days a repeat posting by the same poster is a duplicate".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "PIPELINE-STALE-DAYS".
        10 FILLER PIC 9(9)  VALUE 14.
        10 FILLER PIC 9(9)  VALUE 1.
        10 FILLER PIC 9(9)  VALUE 9999.
        10 FILLER PIC X(60)
            VALUE "Days an application waits before employers are nudged".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "SALARY-RECENT-DAYS".
        10 FILLER PIC 9(9)  VALUE 180.
        10 FILLER PIC 9(9)  VALUE 0.
        10 FILLER PIC 9(9)  VALUE 9999.
        10 FILLER PIC X(60)
            VALUE "Days back an expired posting still counts in salary data".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "DORMANT-AFTER-DAYS".
        10 FILLER PIC 9(9)  VALUE 365.
        10 FILLER PIC 9(9)  VALUE 30.
        10 FILLER PIC 9(9)  VALUE 9999.
        10 FILLER PIC X(60)
            VALUE "Days without a login before an account is warned".
    05 FILLER.
        10 FILLER PIC X(30) VALUE "DORMANT-GRACE-DAYS".
        10 FILLER PIC 9(9)  VALUE 30.
        10 FILLER PIC 9(9)  VALUE 1.
        10 FILLER PIC 9(9)  VALUE 365.
        10 FILLER PIC X(60)
            VALUE "Days after the warning before a dormant account closes".
01 WS-PARAM-TABLE REDEFINES WS-PARAM-VALUES.
    05 WS-PARAM-ROW OCCURS 11 TIMES.
        10 WS-PARAM-NAME    PIC X(30).
        10 WS-PARAM-DEFAULT PIC 9(9).
        10 WS-PARAM-MIN     PIC 9(9).
        10 WS-PARAM-MAX     PIC 9(9).
        10 WS-PARAM-DESC    PIC X(60).

LINKAGE SECTION.
01 LK-FUNCTION     PIC X.
01 LK-NAME         PIC X(30).
01 LK-VALUE        PIC 9(9).
01 LK-INDEX        PIC 9(2).
01 LK-DEFAULT      PIC 9(9).
01 LK-MIN          PIC 9(9).
01 LK-MAX          PIC 9(9).
01 LK-DESC         PIC X(60).
01 LK-CHANGED-DATE PIC 9(8).
01 LK-CHANGED-BY   PIC X(30).

PROCEDURE DIVISION USING LK-FUNCTION LK-NAME LK-VALUE LK-INDEX
    LK-DEFAULT LK-MIN LK-MAX LK-DESC LK-CHANGED-DATE LK-CHANGED-BY.
MAIN-LOGIC.
    EVALUATE LK-FUNCTION
        WHEN "G"
            PERFORM GET-PARAMETER
        WHEN "I"
            PERFORM DESCRIBE-PARAMETER
    END-EVALUATE
    GOBACK.

GET-PARAMETER.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PARAM-TOTAL
        IF WS-PARAM-NAME(I) = LK-NAME
            MOVE WS-PARAM-DEFAULT(I) TO LK-VALUE
        END-IF
    END-PERFORM
    PERFORM FIND-SAVED-ROW
    IF WS-FOUND = "Y"
        MOVE WS-SAVED-VALUE TO LK-VALUE
    END-IF.

DESCRIBE-PARAMETER.
    IF LK-INDEX = 0 OR LK-INDEX > WS-PARAM-TOTAL
        MOVE SPACES TO LK-NAME
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PARAM-NAME(LK-INDEX) TO LK-NAME
    MOVE WS-PARAM-DEFAULT(LK-INDEX) TO LK-VALUE
    MOVE WS-PARAM-DEFAULT(LK-INDEX) TO LK-DEFAULT
    MOVE WS-PARAM-MIN(LK-INDEX) TO LK-MIN
    MOVE WS-PARAM-MAX(LK-INDEX) TO LK-MAX
    MOVE WS-PARAM-DESC(LK-INDEX) TO LK-DESC
    MOVE 0 TO LK-CHANGED-DATE
    MOVE SPACES TO LK-CHANGED-BY
    PERFORM FIND-SAVED-ROW
    IF WS-FOUND = "Y"
        MOVE WS-SAVED-VALUE TO LK-VALUE
        MOVE WS-SAVED-DATE TO LK-CHANGED-DATE
        MOVE WS-SAVED-BY TO LK-CHANGED-BY
    END-IF.

FIND-SAVED-ROW.
    *> Copies the LK-NAME row into WS-SAVED-VALUE/DATE/BY with
    *> WS-FOUND "Y"; a row whose value is not numeric is ignored.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-EOF-SP
    OPEN INPUT SystemParamsFile
    IF WS-SP-STAT = "35"
        CLOSE SystemParamsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-SP = "Y"
        READ SystemParamsFile
            AT END
                MOVE "Y" TO WS-EOF-SP
            NOT AT END
                IF SP-NAME = LK-NAME AND SP-VALUE IS NUMERIC
                    MOVE "Y" TO WS-FOUND
                    MOVE SP-VALUE TO WS-SAVED-VALUE
                    MOVE SP-CHANGED-DATE TO WS-SAVED-DATE
                    MOVE SP-CHANGED-BY TO WS-SAVED-BY
                    MOVE "Y" TO WS-EOF-SP
                END-IF
        END-READ
    END-PERFORM
    CLOSE SystemParamsFile.

END PROGRAM SystemParam.
