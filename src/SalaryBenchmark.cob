>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SalaryBenchmark.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JOB-STAT.
    SELECT BenchmarkFile ASSIGN TO "data/SalaryBenchmarks.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SB-STAT.
    SELECT ReportFile ASSIGN TO "data/SalaryBenchmarkReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD JobPostingsFile.
01 JOB-POSTING-RECORD.
       05 JOB-TITLE         PIC X(50).
       05 JOB-COMPANY       PIC X(50).
       05 JOB-DESCRIPTION   PIC X(200).
       05 JOB-MAJOR         PIC X(50).
       05 JOB-POSTED-DATE   PIC 9(8).
       05 JOB-LOCATION      PIC X(50).
       05 JOB-POSTED-BY     PIC X(30).
       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD BenchmarkFile.
01 BENCHMARK-RECORD.
       05 SB-RUN-DATE       PIC 9(8).
       05 SB-KIND           PIC X(01).
       05 SB-KEY            PIC X(50).
       05 SB-COUNT          PIC 9(5).
       05 SB-MIN            PIC 9(7).
       05 SB-MEDIAN         PIC 9(7).
       05 SB-MAX            PIC 9(7).

FD ReportFile.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Monthly salary benchmarks. JOB-SALARY-RANGE is free text, so each
*> active posting - and each expired one posted within the
*> SALARY-RECENT-DAYS system parameter (default 180) - has its range
*> read into low and high annual figures:
*>   - the first two numbers in the text are the low and high ("," is
*>     a thousands separator, "." a decimal point); one number is
*>     both;
*>   - a "K" after a number means thousands, and "$50-60k" carries the
*>     K back to the first number;
*>   - "HR"/"HOUR" is hourly (x 2080), "WEEK"/"/WK" weekly (x 52),
*>     "MONTH"/"/MO" monthly (x 12); anything else is annual.
*> A row with no numbers, or an annual figure under 1,000 or over
*> 9,999,999, is listed in the report as unparsed instead.
*>
*> data/SalaryBenchmarkReport.txt gives the minimum (lowest low),
*> median (of each posting's midpoint) and maximum (highest high) by
*> JOB-MAJOR and by JOB-LOCATION, compared without regard to case.
*> The same figures are rewritten to data/SalaryBenchmarks.dat (kind
*> "M" major, "L" location) for SalaryFigures.cob, which shows them to
*> students from JobSearch and to career services. NightlyBatch runs
*> this step at month end.
77 WS-JOB-STAT      PIC XX VALUE SPACES.
77 WS-SB-STAT       PIC XX VALUE SPACES.
77 WS-REPORT-STAT   PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-TODAY-INT     PIC 9(8) VALUE 0.
77 WS-AGE-DAYS      PIC S9(8) VALUE 0.
77 WS-RECENT-DAYS   PIC 9(4) VALUE 180.
*> WS-RECENT-DAYS is loaded from the SALARY-RECENT-DAYS system
*> parameter (SystemParam.cob) before use; the VALUE is its default.
77 WS-PARAM-NAME  PIC X(30) VALUE SPACES.
77 WS-PARAM-VALUE PIC 9(9) VALUE 0.
77 I                PIC 9(4) VALUE 0.
77 J                PIC 9(4) VALUE 0.
77 P                PIC 9(4) VALUE 0.
77 Q                PIC 9(4) VALUE 0.

*> Salary text being read (PARSE-SALARY).
77 WS-RAW           PIC X(30) VALUE SPACES.
77 WS-CHAR          PIC X VALUE SPACE.
77 WS-DIGIT         PIC 9 VALUE 0.
77 WS-IN-NUMBER     PIC X VALUE "N".
77 WS-DEC-SEEN      PIC X VALUE "N".
77 WS-DEC-SCALE     PIC 9(4) VALUE 1.
77 WS-CUR-NUM       PIC 9(9)V99 VALUE 0.
77 WS-NUM-COUNT     PIC 9 VALUE 0.
01 WS-NUMBERS.
    05 WS-NUM-ROW OCCURS 2 TIMES.
        10 WS-NUM     PIC 9(9)V99.
        10 WS-NUM-K   PIC X.
77 WS-FACTOR        PIC 9(4) VALUE 1.
77 WS-TALLY         PIC 9(4) VALUE 0.
77 WS-LOW           PIC 9(9)V99 VALUE 0.
77 WS-HIGH          PIC 9(9)V99 VALUE 0.
77 WS-SWAP          PIC 9(9)V99 VALUE 0.
77 WS-PARSED        PIC X VALUE "N".
77 WS-UNPARSED-WHY  PIC X(30) VALUE SPACES.

*> Postings whose range was read.
77 WS-SAL-COUNT     PIC 9(4) VALUE 0.
01 WS-SALARY-TABLE.
    05 WS-SAL-ROW OCCURS 2000 TIMES.
        10 WS-SAL-MAJOR    PIC X(50).
        10 WS-SAL-LOCATION PIC X(50).
        10 WS-SAL-LOW      PIC 9(7).
        10 WS-SAL-HIGH     PIC 9(7).
        10 WS-SAL-MID      PIC 9(7).
77 WS-CONSIDERED    PIC 9(6) VALUE 0.
77 WS-UNPARSED      PIC 9(6) VALUE 0.

*> Postings that could not be read, listed in the report.
77 WS-BAD-COUNT     PIC 9(4) VALUE 0.
01 WS-BAD-TABLE.
    05 WS-BAD-ROW OCCURS 500 TIMES.
        10 WS-BAD-ID       PIC 9(9).
        10 WS-BAD-TITLE    PIC X(50).
        10 WS-BAD-TEXT     PIC X(30).
        10 WS-BAD-WHY      PIC X(30).

*> Distinct majors or locations for the group being reported.
77 WS-GROUP-KIND    PIC X VALUE SPACE.
77 WS-GROUP-COUNT   PIC 9(4) VALUE 0.
01 WS-GROUP-TABLE.
    05 WS-GROUP-ROW OCCURS 500 TIMES.
        10 WS-GROUP-KEY    PIC X(50).
        10 WS-GROUP-N      PIC 9(5).
        10 WS-GROUP-MIN    PIC 9(7).
        10 WS-GROUP-MEDIAN PIC 9(7).
        10 WS-GROUP-MAX    PIC 9(7).
77 WS-ROW-KEY       PIC X(50) VALUE SPACES.
77 WS-GROUP-IDX     PIC 9(4) VALUE 0.

*> Midpoints of one group, sorted for its median.
77 WS-SORT-COUNT    PIC 9(4) VALUE 0.
01 WS-SORT-TABLE.
    05 WS-SORT-VAL OCCURS 2000 TIMES PIC 9(7).
77 WS-SORT-HOLD     PIC 9(7) VALUE 0.

77 WS-MIN-SHOW      PIC Z,ZZZ,ZZ9.
77 WS-MED-SHOW      PIC Z,ZZZ,ZZ9.
77 WS-MAX-SHOW      PIC Z,ZZZ,ZZ9.
77 WS-N-SHOW        PIC ZZZZ9.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    MOVE 0 TO WS-SAL-COUNT
    MOVE 0 TO WS-BAD-COUNT
    MOVE 0 TO WS-CONSIDERED
    MOVE 0 TO WS-UNPARSED
    DISPLAY "=== Salary Benchmark Report ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    MOVE "SALARY-RECENT-DAYS" TO WS-PARAM-NAME
    MOVE WS-RECENT-DAYS TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-RECENT-DAYS

    PERFORM LOAD-SALARIES

    OPEN OUTPUT ReportFile
    OPEN OUTPUT BenchmarkFile
    MOVE SPACES TO REPORT-LINE
    STRING "Salary benchmark report as of " WS-TODAY
        " - active postings and those expired within "
        WS-RECENT-DAYS " days" DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Postings considered: " WS-CONSIDERED "  ranges read: "
        WS-SAL-COUNT "  not readable: " WS-UNPARSED
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE

    MOVE "M" TO WS-GROUP-KIND
    PERFORM REPORT-GROUPS
    MOVE "L" TO WS-GROUP-KIND
    PERFORM REPORT-GROUPS
    PERFORM REPORT-UNPARSED
    CLOSE BenchmarkFile
    CLOSE ReportFile

    DISPLAY WS-SAL-COUNT " salary range(s) read, " WS-UNPARSED
        " not readable. See data/SalaryBenchmarkReport.txt."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

WRITE-LINE.
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN.

LOAD-SALARIES.
    MOVE "N" TO WS-EOF
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobPostingsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                PERFORM CONSIDER-POSTING
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile.

CONSIDER-POSTING.
    IF JOB-STATUS NOT = "A" AND JOB-STATUS NOT = "X"
        EXIT PARAGRAPH
    END-IF
    IF JOB-STATUS = "X"
        IF JOB-POSTED-DATE IS NOT NUMERIC OR JOB-POSTED-DATE = 0
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-AGE-DAYS = WS-TODAY-INT
            - FUNCTION INTEGER-OF-DATE(JOB-POSTED-DATE)
        IF WS-AGE-DAYS > WS-RECENT-DAYS
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF JOB-SALARY-RANGE = SPACES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CONSIDERED

    MOVE FUNCTION UPPER-CASE(JOB-SALARY-RANGE) TO WS-RAW
    PERFORM PARSE-SALARY
    IF WS-PARSED = "Y"
        IF WS-SAL-COUNT < 2000
            ADD 1 TO WS-SAL-COUNT
            MOVE JOB-MAJOR TO WS-SAL-MAJOR(WS-SAL-COUNT)
            IF JOB-MAJOR = SPACES
                MOVE "(any major)" TO WS-SAL-MAJOR(WS-SAL-COUNT)
            END-IF
            MOVE JOB-LOCATION TO WS-SAL-LOCATION(WS-SAL-COUNT)
            IF JOB-LOCATION = SPACES
                MOVE "(no location given)" TO WS-SAL-LOCATION(WS-SAL-COUNT)
            END-IF
            MOVE WS-LOW TO WS-SAL-LOW(WS-SAL-COUNT)
            MOVE WS-HIGH TO WS-SAL-HIGH(WS-SAL-COUNT)
            COMPUTE WS-SAL-MID(WS-SAL-COUNT) ROUNDED =
                (WS-LOW + WS-HIGH) / 2
        END-IF
    ELSE
        ADD 1 TO WS-UNPARSED
        IF WS-BAD-COUNT < 500
            ADD 1 TO WS-BAD-COUNT
            MOVE JOB-POSTING-ID TO WS-BAD-ID(WS-BAD-COUNT)
            MOVE JOB-TITLE TO WS-BAD-TITLE(WS-BAD-COUNT)
            MOVE JOB-SALARY-RANGE TO WS-BAD-TEXT(WS-BAD-COUNT)
            MOVE WS-UNPARSED-WHY TO WS-BAD-WHY(WS-BAD-COUNT)
        END-IF
    END-IF.

PARSE-SALARY.
    *> WS-RAW (upper-cased) into WS-LOW / WS-HIGH annual figures with
    *> WS-PARSED "Y", or WS-PARSED "N" and WS-UNPARSED-WHY.
    MOVE "N" TO WS-PARSED
    MOVE SPACES TO WS-UNPARSED-WHY
    MOVE 0 TO WS-NUM-COUNT
    INITIALIZE WS-NUMBERS
    MOVE "N" TO WS-IN-NUMBER
    PERFORM VARYING P FROM 1 BY 1 UNTIL P > 30
        MOVE WS-RAW(P:1) TO WS-CHAR
        EVALUATE TRUE
            WHEN WS-CHAR IS NUMERIC
                IF WS-IN-NUMBER = "N"
                    MOVE "Y" TO WS-IN-NUMBER
                    MOVE "N" TO WS-DEC-SEEN
                    MOVE 1 TO WS-DEC-SCALE
                    MOVE 0 TO WS-CUR-NUM
                END-IF
                MOVE WS-CHAR TO WS-DIGIT
                IF WS-DEC-SEEN = "Y"
                    IF WS-DEC-SCALE < 100
                        MULTIPLY 10 BY WS-DEC-SCALE
                        COMPUTE WS-CUR-NUM = WS-CUR-NUM
                            + WS-DIGIT / WS-DEC-SCALE
                    END-IF
                ELSE
                    COMPUTE WS-CUR-NUM = WS-CUR-NUM * 10 + WS-DIGIT
                        ON SIZE ERROR
                            MOVE 0 TO WS-CUR-NUM
                    END-COMPUTE
                END-IF
            WHEN WS-CHAR = "," AND WS-IN-NUMBER = "Y"
                CONTINUE
            WHEN WS-CHAR = "." AND WS-IN-NUMBER = "Y"
                AND WS-DEC-SEEN = "N"
                MOVE "Y" TO WS-DEC-SEEN
            WHEN OTHER
                IF WS-IN-NUMBER = "Y"
                    PERFORM END-NUMBER
                END-IF
        END-EVALUATE
    END-PERFORM
    IF WS-IN-NUMBER = "Y"
        PERFORM END-NUMBER
    END-IF

    IF WS-NUM-COUNT = 0
        MOVE "no figures in the text" TO WS-UNPARSED-WHY
        EXIT PARAGRAPH
    END-IF
    IF WS-NUM-COUNT = 1
        MOVE WS-NUM(1) TO WS-NUM(2)
        MOVE WS-NUM-K(1) TO WS-NUM-K(2)
    END-IF
    IF WS-NUM-K(2) = "Y" AND WS-NUM-K(1) NOT = "Y"
        AND WS-NUM(1) < 1000
        MOVE "Y" TO WS-NUM-K(1)
    END-IF
    MOVE WS-NUM(1) TO WS-LOW
    MOVE WS-NUM(2) TO WS-HIGH
    IF WS-NUM-K(1) = "Y"
        MULTIPLY 1000 BY WS-LOW
    END-IF
    IF WS-NUM-K(2) = "Y"
        MULTIPLY 1000 BY WS-HIGH
    END-IF

    MOVE 1 TO WS-FACTOR
    MOVE 0 TO WS-TALLY
    INSPECT WS-RAW TALLYING WS-TALLY FOR ALL "HR" ALL "HOUR"
    IF WS-TALLY > 0
        MOVE 2080 TO WS-FACTOR
    ELSE
        INSPECT WS-RAW TALLYING WS-TALLY FOR ALL "WEEK" ALL "/WK"
        IF WS-TALLY > 0
            MOVE 52 TO WS-FACTOR
        ELSE
            INSPECT WS-RAW TALLYING WS-TALLY FOR ALL "MONTH" ALL "/MO"
            IF WS-TALLY > 0
                MOVE 12 TO WS-FACTOR
            END-IF
        END-IF
    END-IF
    COMPUTE WS-LOW ROUNDED = WS-LOW * WS-FACTOR
        ON SIZE ERROR
            MOVE 0 TO WS-LOW
    END-COMPUTE
    COMPUTE WS-HIGH ROUNDED = WS-HIGH * WS-FACTOR
        ON SIZE ERROR
            MOVE 0 TO WS-HIGH
    END-COMPUTE
    IF WS-LOW > WS-HIGH
        MOVE WS-LOW TO WS-SWAP
        MOVE WS-HIGH TO WS-LOW
        MOVE WS-SWAP TO WS-HIGH
    END-IF
    IF WS-LOW < 1000 OR WS-HIGH > 9999999
        MOVE "figures not a plausible salary" TO WS-UNPARSED-WHY
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-PARSED.

END-NUMBER.
    *> Closes the number that ended just before position P; a "K"
    *> (after any spaces) marks it as thousands. Only the first two
    *> numbers count.
    MOVE "N" TO WS-IN-NUMBER
    IF WS-NUM-COUNT >= 2
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NUM-COUNT
    MOVE WS-CUR-NUM TO WS-NUM(WS-NUM-COUNT)
    MOVE "N" TO WS-NUM-K(WS-NUM-COUNT)
    MOVE P TO Q
    PERFORM UNTIL Q > 30 OR WS-RAW(Q:1) NOT = SPACE
        ADD 1 TO Q
    END-PERFORM
    IF Q <= 30
        IF WS-RAW(Q:1) = "K"
            MOVE "Y" TO WS-NUM-K(WS-NUM-COUNT)
        END-IF
    END-IF.

REPORT-GROUPS.
    *> Groups the read ranges by major ("M") or location ("L"), works
    *> out each group's figures, prints them and writes them to
    *> SalaryBenchmarks.dat.
    MOVE 0 TO WS-GROUP-COUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SAL-COUNT
        PERFORM SALARY-ROW-KEY
        PERFORM FIND-GROUP
        IF WS-GROUP-IDX > 0
            ADD 1 TO WS-GROUP-N(WS-GROUP-IDX)
            IF WS-SAL-LOW(I) < WS-GROUP-MIN(WS-GROUP-IDX)
                MOVE WS-SAL-LOW(I) TO WS-GROUP-MIN(WS-GROUP-IDX)
            END-IF
            IF WS-SAL-HIGH(I) > WS-GROUP-MAX(WS-GROUP-IDX)
                MOVE WS-SAL-HIGH(I) TO WS-GROUP-MAX(WS-GROUP-IDX)
            END-IF
        END-IF
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE SPACES TO REPORT-LINE
    IF WS-GROUP-KIND = "M"
        MOVE "By major:                                            postings        minimum         median        maximum"
            TO REPORT-LINE
    ELSE
        MOVE "By location:                                         postings        minimum         median        maximum"
            TO REPORT-LINE
    END-IF
    PERFORM WRITE-LINE
    IF WS-GROUP-COUNT = 0
        MOVE "  No salary ranges could be read." TO REPORT-LINE
        PERFORM WRITE-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
        UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
        PERFORM GROUP-MEDIAN
        MOVE WS-GROUP-N(WS-GROUP-IDX) TO WS-N-SHOW
        MOVE WS-GROUP-MIN(WS-GROUP-IDX) TO WS-MIN-SHOW
        MOVE WS-GROUP-MEDIAN(WS-GROUP-IDX) TO WS-MED-SHOW
        MOVE WS-GROUP-MAX(WS-GROUP-IDX) TO WS-MAX-SHOW
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-GROUP-KEY(WS-GROUP-IDX) "    " WS-N-SHOW
            "      " WS-MIN-SHOW "      " WS-MED-SHOW "      "
            WS-MAX-SHOW DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM WRITE-LINE

        MOVE WS-TODAY TO SB-RUN-DATE
        MOVE WS-GROUP-KIND TO SB-KIND
        MOVE WS-GROUP-KEY(WS-GROUP-IDX) TO SB-KEY
        MOVE WS-GROUP-N(WS-GROUP-IDX) TO SB-COUNT
        MOVE WS-GROUP-MIN(WS-GROUP-IDX) TO SB-MIN
        MOVE WS-GROUP-MEDIAN(WS-GROUP-IDX) TO SB-MEDIAN
        MOVE WS-GROUP-MAX(WS-GROUP-IDX) TO SB-MAX
        WRITE BENCHMARK-RECORD
        ADD 1 TO WS-BS-WRITTEN
    END-PERFORM.

SALARY-ROW-KEY.
    IF WS-GROUP-KIND = "M"
        MOVE WS-SAL-MAJOR(I) TO WS-ROW-KEY
    ELSE
        MOVE WS-SAL-LOCATION(I) TO WS-ROW-KEY
    END-IF.

FIND-GROUP.
    *> WS-GROUP-IDX for WS-ROW-KEY, adding the group the first time
    *> it is seen (0 once the table is full).
    PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
        UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GROUP-KEY(WS-GROUP-IDX)))
            = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-KEY))
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-GROUP-IDX > WS-GROUP-COUNT
        IF WS-GROUP-COUNT < 500
            ADD 1 TO WS-GROUP-COUNT
            MOVE WS-GROUP-COUNT TO WS-GROUP-IDX
            MOVE WS-ROW-KEY TO WS-GROUP-KEY(WS-GROUP-IDX)
            MOVE 0 TO WS-GROUP-N(WS-GROUP-IDX)
            MOVE 9999999 TO WS-GROUP-MIN(WS-GROUP-IDX)
            MOVE 0 TO WS-GROUP-MEDIAN(WS-GROUP-IDX)
            MOVE 0 TO WS-GROUP-MAX(WS-GROUP-IDX)
        ELSE
            MOVE 0 TO WS-GROUP-IDX
        END-IF
    END-IF.

GROUP-MEDIAN.
    *> Median of the midpoints of every range in group WS-GROUP-IDX,
    *> by an insertion sort of just that group's values.
    MOVE 0 TO WS-SORT-COUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SAL-COUNT
        PERFORM SALARY-ROW-KEY
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-KEY)) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GROUP-KEY(WS-GROUP-IDX)))
            ADD 1 TO WS-SORT-COUNT
            MOVE WS-SAL-MID(I) TO WS-SORT-HOLD
            MOVE WS-SORT-COUNT TO J
            PERFORM UNTIL J = 1
                IF WS-SORT-VAL(J - 1) <= WS-SORT-HOLD
                    EXIT PERFORM
                END-IF
                MOVE WS-SORT-VAL(J - 1) TO WS-SORT-VAL(J)
                SUBTRACT 1 FROM J
            END-PERFORM
            MOVE WS-SORT-HOLD TO WS-SORT-VAL(J)
        END-IF
    END-PERFORM
    IF WS-SORT-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION MOD(WS-SORT-COUNT, 2) = 1
        COMPUTE J = (WS-SORT-COUNT + 1) / 2
        MOVE WS-SORT-VAL(J) TO WS-GROUP-MEDIAN(WS-GROUP-IDX)
    ELSE
        COMPUTE J = WS-SORT-COUNT / 2
        COMPUTE WS-GROUP-MEDIAN(WS-GROUP-IDX) ROUNDED =
            (WS-SORT-VAL(J) + WS-SORT-VAL(J + 1)) / 2
    END-IF.

REPORT-UNPARSED.
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE "Salary ranges that could not be read:" TO REPORT-LINE
    PERFORM WRITE-LINE
    IF WS-BAD-COUNT = 0
        MOVE "  None." TO REPORT-LINE
        PERFORM WRITE-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BAD-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING "  Posting " WS-BAD-ID(I) " " FUNCTION TRIM(WS-BAD-TITLE(I))
            ": '" FUNCTION TRIM(WS-BAD-TEXT(I)) "' - "
            FUNCTION TRIM(WS-BAD-WHY(I)) DELIMITED BY SIZE
            INTO REPORT-LINE
        PERFORM WRITE-LINE
    END-PERFORM
    IF WS-UNPARSED > WS-BAD-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING "  ... and " WS-UNPARSED " in all." DELIMITED BY SIZE
            INTO REPORT-LINE
        PERFORM WRITE-LINE
    END-IF.

END PROGRAM SalaryBenchmark.
