>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NextId.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NextIdsFile ASSIGN TO "data/NextIds.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NID-STAT.

DATA DIVISION.
FILE SECTION.
FD NextIdsFile.
01 NEXT-ID-RECORD.
       05 NID-NAME     PIC X(30).
       05 NID-LAST-ID  PIC 9(9).

WORKING-STORAGE SECTION.
*> Hands out permanent identifiers - one row per named counter in
*> data/NextIds.dat holding the last number issued. Unlike the
*> "highest in use + 1" rule PendingRequests.dat gets away with, a
*> counter here never goes backwards when the row carrying the
*> highest number is deleted (a withdrawn posting, a closed
*> employer's postings), so a number is never issued twice and rows
*> in other files still pointing at the old one cannot be mistaken
*> for the new.
*>
*> "N" issues the next number for LK-NAME into LK-ID, starting a new
*> counter at 1. "S" raises the counter to LK-ID if it is lower -
*> MigrateDataFiles.cob uses it after numbering existing rows. The
*> read-increment-rewrite runs under UpdateLock.cob so two terminals
*> cannot be handed the same number; callers must not already hold
*> that lock.
77 WS-NID-STAT    PIC XX VALUE SPACES.
77 WS-EOF-NID     PIC X VALUE "N".
77 WS-FOUND       PIC X VALUE "N".
77 WS-LOCK-RESULT PIC X VALUE SPACE.

LINKAGE SECTION.
01 LK-FUNCTION PIC X.
01 LK-NAME     PIC X(30).
01 LK-ID       PIC 9(9).

PROCEDURE DIVISION USING LK-FUNCTION LK-NAME LK-ID.
MAIN-LOGIC.
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-EOF-NID

    OPEN I-O NextIdsFile
    IF WS-NID-STAT = "35"
        CLOSE NextIdsFile
        OPEN OUTPUT NextIdsFile
        CLOSE NextIdsFile
        OPEN I-O NextIdsFile
    END-IF

    PERFORM UNTIL WS-EOF-NID = "Y"
        READ NextIdsFile
            AT END
                MOVE "Y" TO WS-EOF-NID
            NOT AT END
                IF FUNCTION TRIM(NID-NAME) = FUNCTION TRIM(LK-NAME)
                    MOVE "Y" TO WS-FOUND
                    MOVE "Y" TO WS-EOF-NID
                    EVALUATE LK-FUNCTION
                        WHEN "N"
                            ADD 1 TO NID-LAST-ID
                            MOVE NID-LAST-ID TO LK-ID
                        WHEN "S"
                            IF LK-ID > NID-LAST-ID
                                MOVE LK-ID TO NID-LAST-ID
                            END-IF
                    END-EVALUATE
                    REWRITE NEXT-ID-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE NextIdsFile

    IF WS-FOUND = "N"
        MOVE SPACES TO NEXT-ID-RECORD
        MOVE LK-NAME TO NID-NAME
        IF LK-FUNCTION = "N"
            MOVE 1 TO LK-ID
        END-IF
        MOVE LK-ID TO NID-LAST-ID
        OPEN EXTEND NextIdsFile
        WRITE NEXT-ID-RECORD
        CLOSE NextIdsFile
    END-IF

    CALL "UpdateLock" USING "R" WS-LOCK-RESULT
    GOBACK.

END PROGRAM NextId.
