>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TermsOfUse.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TermsFile ASSIGN TO "data/TermsOfUse.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TOU-STAT.
    SELECT AcceptanceFile ASSIGN TO "data/TermsAcceptance.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TA-STAT.

DATA DIVISION.
FILE SECTION.
FD TermsFile.
01 TERMS-RECORD.
       05 TOU-VERSION      PIC 9(4).
       05 TOU-PUBLISHED    PIC 9(8).
       05 TOU-PUBLISHED-BY PIC X(30).
       05 TOU-LINE-NO      PIC 9(3).
       05 TOU-TEXT         PIC X(100).

FD AcceptanceFile.
01 ACCEPTANCE-RECORD.
       05 TA-USERNAME      PIC X(30).
       05 TA-VERSION       PIC 9(4).
       05 TA-ACCEPTED-TS   PIC 9(14).

WORKING-STORAGE SECTION.
*> The terms of use and who has agreed to which version.
*> data/TermsOfUse.dat holds every version an admin has published
*> (TermsMaintenance.cob), one row per line of text; the highest
*> TOU-VERSION is the current terms. data/TermsAcceptance.dat is
*> append-only: one row each time a user accepts a version, kept as
*> the record of who agreed to what and when.
*>   "Q" - LK-CURRENT-VERSION (0 when nothing is published yet) and
*>         LK-ACCEPTED-VERSION, the latest version LK-USERNAME has
*>         accepted (0 for none). LK-RESULT "Y" when the user must
*>         accept the current terms before going on.
*>   "S" - show the current terms, through ScriptedIO.cob so Login's
*>         scripted runs see them too. LK-RESULT "Y" when there were
*>         terms to show.
*>   "A" - record that LK-USERNAME accepted version LK-CURRENT-VERSION,
*>         the one "Q" returned and "S" showed - not whatever an admin
*>         may have published since. LK-RESULT "N" when that is not a
*>         published version.
77 WS-TOU-STAT     PIC XX VALUE SPACES.
77 WS-TA-STAT      PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-CURRENT      PIC 9(4) VALUE 0.
77 WS-IO-BUFFER    PIC X(255) VALUE SPACES.
77 WS-TODAY        PIC 9(8) VALUE 0.
01 WS-NOW-TIME.
   05 WS-NOW-HHMMSS PIC 9(6).
   05 WS-NOW-CC     PIC 99.

LINKAGE SECTION.
01 LK-FUNCTION         PIC X.
01 LK-USERNAME         PIC X(30).
01 LK-CURRENT-VERSION  PIC 9(4).
01 LK-ACCEPTED-VERSION PIC 9(4).
01 LK-RESULT           PIC X.

PROCEDURE DIVISION USING LK-FUNCTION LK-USERNAME LK-CURRENT-VERSION
    LK-ACCEPTED-VERSION LK-RESULT.
MAIN-LOGIC.
    MOVE "N" TO LK-RESULT
    PERFORM FIND-CURRENT-VERSION
    EVALUATE LK-FUNCTION
        WHEN "Q"
            MOVE WS-CURRENT TO LK-CURRENT-VERSION
            PERFORM FIND-ACCEPTED-VERSION
            IF WS-CURRENT > 0
                AND LK-ACCEPTED-VERSION < WS-CURRENT
                MOVE "Y" TO LK-RESULT
            END-IF
        WHEN "S"
            MOVE WS-CURRENT TO LK-CURRENT-VERSION
            IF WS-CURRENT > 0
                PERFORM SHOW-CURRENT-TERMS
                MOVE "Y" TO LK-RESULT
            END-IF
        WHEN "A"
            IF LK-CURRENT-VERSION > 0
                AND LK-CURRENT-VERSION <= WS-CURRENT
                PERFORM RECORD-ACCEPTANCE
                MOVE "Y" TO LK-RESULT
            END-IF
    END-EVALUATE
    GOBACK.

FIND-CURRENT-VERSION.
    MOVE 0 TO WS-CURRENT
    MOVE "N" TO WS-EOF
    OPEN INPUT TermsFile
    IF WS-TOU-STAT = "35"
        CLOSE TermsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ TermsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TOU-VERSION > WS-CURRENT
                    MOVE TOU-VERSION TO WS-CURRENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE TermsFile.

FIND-ACCEPTED-VERSION.
    MOVE 0 TO LK-ACCEPTED-VERSION
    MOVE "N" TO WS-EOF
    OPEN INPUT AcceptanceFile
    IF WS-TA-STAT = "35"
        CLOSE AcceptanceFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ AcceptanceFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TA-USERNAME = LK-USERNAME
                    AND TA-VERSION > LK-ACCEPTED-VERSION
                    MOVE TA-VERSION TO LK-ACCEPTED-VERSION
                END-IF
        END-READ
    END-PERFORM
    CLOSE AcceptanceFile.

SHOW-CURRENT-TERMS.
    MOVE SPACES TO WS-IO-BUFFER
    STRING "--- Terms of Use (version " WS-CURRENT ") ---"
        DELIMITED BY SIZE INTO WS-IO-BUFFER
    CALL "ScriptedIO" USING "W" WS-IO-BUFFER
    MOVE "N" TO WS-EOF
    OPEN INPUT TermsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ TermsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TOU-VERSION = WS-CURRENT
                    MOVE TOU-TEXT TO WS-IO-BUFFER
                    CALL "ScriptedIO" USING "W" WS-IO-BUFFER
                END-IF
        END-READ
    END-PERFORM
    CLOSE TermsFile
    MOVE "--- End of Terms of Use ---" TO WS-IO-BUFFER
    CALL "ScriptedIO" USING "W" WS-IO-BUFFER.

RECORD-ACCEPTANCE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME
    MOVE SPACES TO ACCEPTANCE-RECORD
    MOVE LK-USERNAME TO TA-USERNAME
    MOVE LK-CURRENT-VERSION TO TA-VERSION
    COMPUTE TA-ACCEPTED-TS = WS-TODAY * 1000000 + WS-NOW-HHMMSS
    OPEN EXTEND AcceptanceFile
    IF WS-TA-STAT = "35"
        CLOSE AcceptanceFile
        OPEN OUTPUT AcceptanceFile
    END-IF
    WRITE ACCEPTANCE-RECORD
    CLOSE AcceptanceFile.

END PROGRAM TermsOfUse.
