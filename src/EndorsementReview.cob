>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EndorsementReview.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EndorsementFlagsFile ASSIGN TO "data/EndorsementFlags.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FLAG-STAT.
    SELECT TempFlagsFile ASSIGN TO "data/EndorsementFlags.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT RingReportFile ASSIGN TO "data/EndorsementRingReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD EndorsementFlagsFile.
01 ENDORSEMENT-FLAG-RECORD.
       05 EF-USERNAME      PIC X(30).
       05 EF-REASONS       PIC X(04).
       05 EF-FIRST-FLAGGED PIC 9(8).
       05 EF-LAST-FLAGGED  PIC 9(8).
       05 EF-STATUS        PIC X(01).

FD TempFlagsFile.
01 TEMP-FLAG-RECORD PIC X(51).

FD RingReportFile.
01 RING-REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Admin review list for the accounts EndorsementRingReport.cob flags
*> each night in data/EndorsementFlags.dat. EF-REASONS letters, in
*> position: R reciprocal pair, L closed loop, G gives far more than
*> receives, U endorsed for a skill not completed. An admin can hide
*> the account's endorsement counts (EF-STATUS "H" - PersonalProfile
*> then shows its skills without counts), clear the flag ("C", counts
*> shown), or show the counts again on a hidden account ("C").
*> Cleared rows stay off the list until the nightly run finds a new
*> reason for them.
77 WS-FLAG-STAT     PIC XX VALUE SPACES.
77 WS-REPORT-STAT   PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-EXIT-FLAG     PIC X VALUE "N".
77 WS-ANSWER        PIC X(4) VALUE SPACES.
77 WS-CHOICE-RAW    PIC X(4) VALUE SPACES.
77 WS-PICK          PIC 9(4) VALUE 0.
77 WS-LOCK-RESULT   PIC X VALUE SPACE.
77 WS-RECOVER-DAT   PIC X(60) VALUE "data/EndorsementFlags.dat".
77 WS-RECOVER-TMP   PIC X(60) VALUE "data/EndorsementFlags.tmp".
77 WS-TARGET        PIC X(30) VALUE SPACES.
77 WS-NEW-STATUS    PIC X VALUE SPACE.
77 WS-REASON-TEXT   PIC X(80) VALUE SPACES.
77 WS-STATUS-TEXT   PIC X(30) VALUE SPACES.
77 WS-PTR           PIC 9(3) VALUE 1.
77 I                PIC 9(4) VALUE 0.

77 WS-AUDIT-ACTOR     PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION    PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET    PIC X(30) VALUE SPACES.

*> Open ("O") and hidden ("H") rows, numbered for picking.
77 WS-LIST-COUNT PIC 9(4) VALUE 0.
01 WS-LIST-TABLE.
   05 WS-LIST-ROW OCCURS 2000 TIMES.
       10 WS-L-USERNAME   PIC X(30).
       10 WS-L-REASONS    PIC X(04).
       10 WS-L-FIRST      PIC 9(8).
       10 WS-L-LAST       PIC 9(8).
       10 WS-L-STATUS     PIC X(01).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    MOVE "N" TO WS-EXIT-FLAG
    PERFORM UNTIL WS-EXIT-FLAG = "Y"
        PERFORM LOAD-FLAGS
        DISPLAY "--- Endorsement Review ---"
        DISPLAY WS-LIST-COUNT " account(s) flagged for review."
        DISPLAY "1. List flagged accounts"
        DISPLAY "2. Review a flagged account"
        DISPLAY "3. Show last night's integrity report"
        DISPLAY "4. Go back"
        DISPLAY "Enter your choice:"
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION TRIM(WS-ANSWER)
            WHEN "1"
                PERFORM LIST-FLAGS
            WHEN "2"
                PERFORM REVIEW-FLAG
            WHEN "3"
                PERFORM SHOW-RING-REPORT
            WHEN OTHER
                MOVE "Y" TO WS-EXIT-FLAG
        END-EVALUATE
    END-PERFORM
    GOBACK.

LOAD-FLAGS.
    MOVE 0 TO WS-LIST-COUNT
    MOVE "N" TO WS-EOF
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN INPUT EndorsementFlagsFile
    IF WS-FLAG-STAT = "35"
        CLOSE EndorsementFlagsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ EndorsementFlagsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF (EF-STATUS = "O" OR EF-STATUS = "H")
                    AND WS-LIST-COUNT < 2000
                    ADD 1 TO WS-LIST-COUNT
                    MOVE EF-USERNAME TO WS-L-USERNAME(WS-LIST-COUNT)
                    MOVE EF-REASONS TO WS-L-REASONS(WS-LIST-COUNT)
                    MOVE EF-FIRST-FLAGGED TO WS-L-FIRST(WS-LIST-COUNT)
                    MOVE EF-LAST-FLAGGED TO WS-L-LAST(WS-LIST-COUNT)
                    MOVE EF-STATUS TO WS-L-STATUS(WS-LIST-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE EndorsementFlagsFile.

LIST-FLAGS.
    IF WS-LIST-COUNT = 0
        DISPLAY "No accounts are flagged for review."
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LIST-COUNT
        PERFORM BUILD-REASON-TEXT
        DISPLAY I ". " FUNCTION TRIM(WS-L-USERNAME(I)) " - "
            FUNCTION TRIM(WS-REASON-TEXT) " ["
            FUNCTION TRIM(WS-STATUS-TEXT) "]"
    END-PERFORM.

BUILD-REASON-TEXT.
    *> WS-REASON-TEXT/WS-STATUS-TEXT for list row I.
    MOVE SPACES TO WS-REASON-TEXT
    MOVE 1 TO WS-PTR
    IF WS-L-REASONS(I)(1:1) = "R"
        STRING "reciprocal pair; " DELIMITED BY SIZE
            INTO WS-REASON-TEXT WITH POINTER WS-PTR
    END-IF
    IF WS-L-REASONS(I)(2:1) = "L"
        STRING "closed loop; " DELIMITED BY SIZE
            INTO WS-REASON-TEXT WITH POINTER WS-PTR
    END-IF
    IF WS-L-REASONS(I)(3:1) = "G"
        STRING "gives far more than receives; " DELIMITED BY SIZE
            INTO WS-REASON-TEXT WITH POINTER WS-PTR
    END-IF
    IF WS-L-REASONS(I)(4:1) = "U"
        STRING "endorsed for skills not completed; " DELIMITED BY SIZE
            INTO WS-REASON-TEXT WITH POINTER WS-PTR
    END-IF
    IF WS-REASON-TEXT = SPACES
        MOVE "no longer flagged" TO WS-REASON-TEXT
    END-IF
    IF WS-L-STATUS(I) = "H"
        MOVE "counts hidden" TO WS-STATUS-TEXT
    ELSE
        MOVE "open" TO WS-STATUS-TEXT
    END-IF.

REVIEW-FLAG.
    PERFORM LIST-FLAGS
    IF WS-LIST-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the number of the account, or 0 to go back:"
    PERFORM ACCEPT-PICK
    IF WS-PICK = 0 OR WS-PICK > WS-LIST-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PICK TO I
    PERFORM BUILD-REASON-TEXT
    MOVE WS-L-USERNAME(I) TO WS-TARGET
    DISPLAY "Account: " FUNCTION TRIM(WS-TARGET)
    DISPLAY "Flagged for: " FUNCTION TRIM(WS-REASON-TEXT)
    DISPLAY "First flagged " WS-L-FIRST(I) ", last flagged "
        WS-L-LAST(I) " - " FUNCTION TRIM(WS-STATUS-TEXT)
    IF WS-L-STATUS(I) = "H"
        DISPLAY "1. Show the endorsement counts again and clear the flag"
    ELSE
        DISPLAY "1. Hide this account's endorsement counts"
    END-IF
    DISPLAY "2. Clear the flag (counts shown)"
    DISPLAY "3. Go back"
    DISPLAY "Enter your choice:"
    ACCEPT WS-ANSWER
    EVALUATE FUNCTION TRIM(WS-ANSWER)
        WHEN "1"
            IF WS-L-STATUS(I) = "H"
                MOVE "C" TO WS-NEW-STATUS
                MOVE "ENDORSEMENTS SHOWN" TO WS-AUDIT-ACTION
            ELSE
                MOVE "H" TO WS-NEW-STATUS
                MOVE "ENDORSEMENTS HIDDEN" TO WS-AUDIT-ACTION
            END-IF
        WHEN "2"
            MOVE "C" TO WS-NEW-STATUS
            MOVE "ENDORSEMENT FLAG CLEARED" TO WS-AUDIT-ACTION
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    PERFORM SET-FLAG-STATUS
    MOVE WS-TARGET TO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    IF WS-NEW-STATUS = "H"
        DISPLAY "Endorsement counts for " FUNCTION TRIM(WS-TARGET)
            " are now hidden."
    ELSE
        DISPLAY "Flag on " FUNCTION TRIM(WS-TARGET)
            " cleared; endorsement counts are shown."
    END-IF.

SET-FLAG-STATUS.
    *> Rewritten from the file under the lock, so a nightly rebuild
    *> in between is not lost.
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT EndorsementFlagsFile
    OPEN OUTPUT TempFlagsFile
    IF WS-FLAG-STAT = "35"
        MOVE "Y" TO WS-EOF
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ EndorsementFlagsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF EF-USERNAME = WS-TARGET
                    MOVE WS-NEW-STATUS TO EF-STATUS
                END-IF
                MOVE ENDORSEMENT-FLAG-RECORD TO TEMP-FLAG-RECORD
                WRITE TEMP-FLAG-RECORD
        END-READ
    END-PERFORM
    CLOSE EndorsementFlagsFile
    CLOSE TempFlagsFile
    CALL "CBL_DELETE_FILE" USING "data/EndorsementFlags.dat"
    CALL "CBL_RENAME_FILE" USING "data/EndorsementFlags.tmp"
        "data/EndorsementFlags.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

ACCEPT-PICK.
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-PICK
    ELSE
        MOVE 0 TO WS-PICK
    END-IF.

SHOW-RING-REPORT.
    MOVE "N" TO WS-EOF
    OPEN INPUT RingReportFile
    IF WS-REPORT-STAT = "35"
        CLOSE RingReportFile
        DISPLAY "The integrity report has not been run yet."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ RingReportFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                DISPLAY FUNCTION TRIM(RING-REPORT-LINE TRAILING)
        END-READ
    END-PERFORM
    CLOSE RingReportFile.
