>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SalaryFigures.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BenchmarkFile ASSIGN TO "data/SalaryBenchmarks.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SB-STAT.

DATA DIVISION.
FILE SECTION.
FD BenchmarkFile.
01 BENCHMARK-RECORD.
       05 SB-RUN-DATE       PIC 9(8).
       05 SB-KIND           PIC X(01).
       05 SB-KEY            PIC X(50).
       05 SB-COUNT          PIC 9(5).
       05 SB-MIN            PIC 9(7).
       05 SB-MEDIAN         PIC 9(7).
       05 SB-MAX            PIC 9(7).

WORKING-STORAGE SECTION.
*> What postings pay, from the figures SalaryBenchmark.cob leaves in
*> data/SalaryBenchmarks.dat each month: annual minimum, median and
*> maximum by major and by location. The user can narrow the list to
*> majors or locations containing a word (e.g. their own major);
*> blank shows everything. Screen output goes through ScriptedIO.cob
*> so JobSearch's scripted runs can drive it too.
77 WS-SB-STAT      PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-IO-BUFFER    PIC X(255) VALUE SPACES.
77 WS-FILTER       PIC X(50) VALUE SPACES.
77 WS-FILTER-LEN   PIC 9(3) VALUE 0.
77 WS-KEY-UPPER    PIC X(50) VALUE SPACES.
77 WS-TALLY        PIC 9(4) VALUE 0.
77 WS-SHOWN        PIC 9(4) VALUE 0.
77 WS-AS-OF        PIC 9(8) VALUE 0.
77 WS-LAST-KIND    PIC X VALUE SPACE.
77 WS-MIN-SHOW     PIC Z,ZZZ,ZZ9.
77 WS-MED-SHOW     PIC Z,ZZZ,ZZ9.
77 WS-MAX-SHOW     PIC Z,ZZZ,ZZ9.
77 WS-N-SHOW       PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-SHOWN
    MOVE SPACE TO WS-LAST-KIND
    MOVE "--- Salary Figures ---" TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    MOVE "Enter a major or location to look up (leave blank to list all):"
        TO WS-IO-BUFFER
    PERFORM SHOW-LINE
    CALL "ScriptedIO" USING "R" WS-IO-BUFFER
    MOVE WS-IO-BUFFER TO WS-FILTER
    INSPECT WS-FILTER REPLACING ALL X"0D" BY SPACE
    INSPECT WS-FILTER REPLACING ALL X"0A" BY SPACE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FILTER)) TO WS-FILTER
    MOVE 0 TO WS-FILTER-LEN
    IF WS-FILTER NOT = SPACES
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER)) TO WS-FILTER-LEN
    END-IF

    MOVE "N" TO WS-EOF
    OPEN INPUT BenchmarkFile
    IF WS-SB-STAT = "35"
        CLOSE BenchmarkFile
        MOVE "Salary figures have not been worked out yet." TO WS-IO-BUFFER
        PERFORM SHOW-LINE
        GOBACK
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ BenchmarkFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM SHOW-FIGURE-ROW
        END-READ
    END-PERFORM
    CLOSE BenchmarkFile

    IF WS-SHOWN = 0
        MOVE "No salary figures matched." TO WS-IO-BUFFER
        PERFORM SHOW-LINE
    ELSE
        MOVE SPACES TO WS-IO-BUFFER
        STRING "Annual pay read from job postings' salary ranges as of "
            WS-AS-OF(1:4) "-" WS-AS-OF(5:2) "-" WS-AS-OF(7:2) "."
            DELIMITED BY SIZE INTO WS-IO-BUFFER
        PERFORM SHOW-LINE
    END-IF
    GOBACK.

SHOW-FIGURE-ROW.
    IF WS-FILTER-LEN > 0
        MOVE FUNCTION UPPER-CASE(SB-KEY) TO WS-KEY-UPPER
        MOVE 0 TO WS-TALLY
        INSPECT WS-KEY-UPPER TALLYING WS-TALLY
            FOR ALL WS-FILTER(1:WS-FILTER-LEN)
        IF WS-TALLY = 0
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF SB-KIND NOT = WS-LAST-KIND
        MOVE SB-KIND TO WS-LAST-KIND
        IF SB-KIND = "M"
            MOVE "By major:                        postings    minimum     median    maximum"
                TO WS-IO-BUFFER
        ELSE
            MOVE "By location:                     postings    minimum     median    maximum"
                TO WS-IO-BUFFER
        END-IF
        PERFORM SHOW-LINE
    END-IF
    ADD 1 TO WS-SHOWN
    MOVE SB-RUN-DATE TO WS-AS-OF
    MOVE SB-COUNT TO WS-N-SHOW
    MOVE SB-MIN TO WS-MIN-SHOW
    MOVE SB-MEDIAN TO WS-MED-SHOW
    MOVE SB-MAX TO WS-MAX-SHOW
    MOVE SPACES TO WS-IO-BUFFER
    STRING "  " SB-KEY(1:30) "    " WS-N-SHOW "  " WS-MIN-SHOW "  "
        WS-MED-SHOW "  " WS-MAX-SHOW DELIMITED BY SIZE INTO WS-IO-BUFFER
    PERFORM SHOW-LINE.

SHOW-LINE.
    CALL "ScriptedIO" USING "W" WS-IO-BUFFER
    MOVE SPACES TO WS-IO-BUFFER.

END PROGRAM SalaryFigures.
