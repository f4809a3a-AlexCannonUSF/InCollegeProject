>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ContentScreen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PatternFile ASSIGN TO "data/ContentPatterns.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAT-STAT.
    SELECT ContentHoldsFile ASSIGN TO "data/ContentHolds.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-HOLD-STAT.

DATA DIVISION.
FILE SECTION.
FD PatternFile.
01 PATTERN-LINE PIC X(200).

FD ContentHoldsFile.
01 CONTENT-HOLD-RECORD.
       05 CH-SOURCE         PIC X(20).
       05 CH-OWNER          PIC X(30).
       05 CH-KEY            PIC X(100).
       05 CH-TEXT           PIC X(200).
       05 CH-REASON         PIC X(40).
       05 CH-HELD-DATE      PIC 9(8).
       05 CH-STATUS         PIC X(01).
       05 CH-DECIDED-DATE   PIC 9(8).

WORKING-STORAGE SECTION.
*> The one place every free-text entry point (About, job description,
*> connection-request note, message, recommendation, cover note) asks
*> "may this be saved?" before writing it. The word/pattern list is
*> data/ContentPatterns.txt, one pattern per line, maintained by hand:
*>     R|pattern|reason shown to the user    - reject, nothing saved
*>     H|pattern|reason shown to the reviewer - save, hold for review
*> Lines starting "*" are comments. Matching is case-insensitive and
*> a "#" in a pattern stands for any digit, so "###-###-####" and
*> "(###) ###-####" catch phone numbers without listing every one.
*> A reject pattern wins over a hold pattern; no pattern file means
*> nothing is screened. LK-FUNCTION "S" screens and, on a hold, queues
*> the text in data/ContentHolds.dat for ModerationQueue.cob
*> (CH-STATUS "P" pending, "A" released, "S" author suspended, "M"
*> posting pulled); "C" only checks - ScreenExistingContent.cob's
*> nightly pass uses it so re-scanning old rows queues nothing.
*> LK-RESULT: "C" clean, "R" rejected, "H" held; LK-REASON carries the
*> pattern's reason text for the caller's message.
77 WS-PAT-STAT       PIC XX VALUE SPACES.
77 WS-HOLD-STAT      PIC XX VALUE SPACES.
77 WS-EOF-PAT        PIC X VALUE "N".
77 WS-PAT-COUNT      PIC 9(4) VALUE 0.
77 WS-UPPER-TEXT     PIC X(200) VALUE SPACES.
77 WS-TEXT-LEN       PIC 9(4) VALUE 0.
77 WS-PAT-LEN        PIC 9(4) VALUE 0.
77 WS-LAST-START     PIC 9(4) VALUE 0.
77 WS-FOUND          PIC X VALUE "N".
77 WS-POS-MATCH      PIC X VALUE "N".
77 WS-PAT-CHAR       PIC X VALUE SPACE.
77 WS-TEXT-CHAR      PIC X VALUE SPACE.
77 WS-FIELD-ACTION   PIC X(4) VALUE SPACES.
77 WS-FIELD-PATTERN  PIC X(100) VALUE SPACES.
77 WS-FIELD-REASON   PIC X(40) VALUE SPACES.
77 I                 PIC 9(4) VALUE 0.
77 J                 PIC 9(4) VALUE 0.
77 K                 PIC 9(4) VALUE 0.

01 WS-PATTERN-TABLE.
   05 WS-PATTERN-ROW OCCURS 200 TIMES.
       10 WS-P-ACTION  PIC X(01).
       10 WS-P-TEXT    PIC X(100).
       10 WS-P-LEN     PIC 9(4).
       10 WS-P-REASON  PIC X(40).

LINKAGE SECTION.
01 LK-FUNCTION PIC X.
01 LK-SOURCE   PIC X(20).
01 LK-OWNER    PIC X(30).
01 LK-KEY      PIC X(100).
01 LK-TEXT     PIC X(200).
01 LK-RESULT   PIC X.
01 LK-REASON   PIC X(40).

PROCEDURE DIVISION USING LK-FUNCTION LK-SOURCE LK-OWNER LK-KEY
    LK-TEXT LK-RESULT LK-REASON.
MAIN-LOGIC.
    MOVE "C" TO LK-RESULT
    MOVE SPACES TO LK-REASON
    IF FUNCTION TRIM(LK-TEXT) = SPACES
        GOBACK
    END-IF

    PERFORM LOAD-PATTERNS
    MOVE FUNCTION UPPER-CASE(LK-TEXT) TO WS-UPPER-TEXT
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-UPPER-TEXT TRAILING))
        TO WS-TEXT-LEN

    PERFORM VARYING I FROM 1 BY 1
            UNTIL I > WS-PAT-COUNT OR LK-RESULT = "R"
        IF WS-P-ACTION(I) = "R" OR LK-RESULT = "C"
            PERFORM MATCH-PATTERN
            IF WS-FOUND = "Y"
                MOVE WS-P-ACTION(I) TO LK-RESULT
                MOVE WS-P-REASON(I) TO LK-REASON
            END-IF
        END-IF
    END-PERFORM

    IF LK-RESULT = "H" AND LK-FUNCTION = "S"
        PERFORM QUEUE-HOLD
    END-IF
    GOBACK.

LOAD-PATTERNS.
    MOVE 0 TO WS-PAT-COUNT
    MOVE "N" TO WS-EOF-PAT
    OPEN INPUT PatternFile
    IF WS-PAT-STAT = "35"
        CLOSE PatternFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PAT = "Y"
        READ PatternFile
            AT END
                MOVE "Y" TO WS-EOF-PAT
            NOT AT END
                PERFORM PARSE-PATTERN-LINE
        END-READ
    END-PERFORM
    CLOSE PatternFile.

PARSE-PATTERN-LINE.
    INSPECT PATTERN-LINE REPLACING ALL X"0D" BY SPACE
    IF FUNCTION TRIM(PATTERN-LINE) = SPACES
        OR PATTERN-LINE(1:1) = "*"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-FIELD-ACTION
    MOVE SPACES TO WS-FIELD-PATTERN
    MOVE SPACES TO WS-FIELD-REASON
    UNSTRING PATTERN-LINE DELIMITED BY "|"
        INTO WS-FIELD-ACTION WS-FIELD-PATTERN WS-FIELD-REASON
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-ACTION))
        TO WS-FIELD-ACTION
    IF (WS-FIELD-ACTION NOT = "R" AND WS-FIELD-ACTION NOT = "H")
        OR FUNCTION TRIM(WS-FIELD-PATTERN) = SPACES
        OR WS-PAT-COUNT >= 200
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PAT-COUNT
    MOVE WS-FIELD-ACTION(1:1) TO WS-P-ACTION(WS-PAT-COUNT)
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-PATTERN))
        TO WS-P-TEXT(WS-PAT-COUNT)
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-PATTERN))
        TO WS-P-LEN(WS-PAT-COUNT)
    IF FUNCTION TRIM(WS-FIELD-REASON) = SPACES
        MOVE "prohibited content" TO WS-P-REASON(WS-PAT-COUNT)
    ELSE
        MOVE FUNCTION TRIM(WS-FIELD-REASON) TO WS-P-REASON(WS-PAT-COUNT)
    END-IF.

MATCH-PATTERN.
    *> Slides pattern I along the upper-cased text one position at a
    *> time; "#" in the pattern matches any digit, everything else
    *> must match exactly.
    MOVE "N" TO WS-FOUND
    MOVE WS-P-LEN(I) TO WS-PAT-LEN
    IF WS-PAT-LEN = 0 OR WS-PAT-LEN > WS-TEXT-LEN
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-LAST-START = WS-TEXT-LEN - WS-PAT-LEN + 1
    PERFORM VARYING J FROM 1 BY 1
            UNTIL J > WS-LAST-START OR WS-FOUND = "Y"
        MOVE "Y" TO WS-POS-MATCH
        PERFORM VARYING K FROM 1 BY 1
                UNTIL K > WS-PAT-LEN OR WS-POS-MATCH = "N"
            MOVE WS-P-TEXT(I)(K:1) TO WS-PAT-CHAR
            MOVE WS-UPPER-TEXT(J + K - 1:1) TO WS-TEXT-CHAR
            IF WS-PAT-CHAR = "#"
                IF WS-TEXT-CHAR IS NOT NUMERIC
                    MOVE "N" TO WS-POS-MATCH
                END-IF
            ELSE
                IF WS-PAT-CHAR NOT = WS-TEXT-CHAR
                    MOVE "N" TO WS-POS-MATCH
                END-IF
            END-IF
        END-PERFORM
        IF WS-POS-MATCH = "Y"
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM.

QUEUE-HOLD.
    OPEN EXTEND ContentHoldsFile
    IF WS-HOLD-STAT = "35"
        CLOSE ContentHoldsFile
        OPEN OUTPUT ContentHoldsFile
    END-IF

    MOVE SPACES TO CONTENT-HOLD-RECORD
    MOVE LK-SOURCE TO CH-SOURCE
    MOVE LK-OWNER TO CH-OWNER
    MOVE LK-KEY TO CH-KEY
    MOVE LK-TEXT TO CH-TEXT
    MOVE LK-REASON TO CH-REASON
    ACCEPT CH-HELD-DATE FROM DATE YYYYMMDD
    MOVE "P" TO CH-STATUS
    MOVE 0 TO CH-DECIDED-DATE
    WRITE CONTENT-HOLD-RECORD
    CLOSE ContentHoldsFile.

END PROGRAM ContentScreen.
