>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BatchTrendReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunHistoryFile ASSIGN TO "data/BatchRunHistory.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STAT.
    SELECT ReportFile ASSIGN TO "data/BatchTrendReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD RunHistoryFile.
01 RUN-HISTORY-RECORD.
       05 RH-RUN-DATE      PIC 9(8).
       05 RH-STEP-NAME     PIC X(30).
       05 RH-START-TS      PIC 9(14).
       05 RH-END-TS        PIC 9(14).
       05 RH-ELAPSED       PIC 9(6).
       05 RH-READ          PIC 9(9).
       05 RH-WRITTEN       PIC 9(9).
       05 RH-RC            PIC 9(4).

FD ReportFile.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Compares the latest night in data/BatchRunHistory.dat (written by
*> NightlyBatch.cob, one row per step run) with the average of the
*> same step over the 30 run nights before it, and lists in
*> data/BatchTrendReport.txt every step that:
*>   - took more than twice its average elapsed time, or
*>   - read or wrote fewer than half or more than twice its average
*>     number of records.
*> Steps that finish in under WS-MIN-SECONDS are never flagged as
*> slow, and record counts are only compared once either tonight or
*> the average reaches WS-MIN-RECORDS, so a sweep that usually
*> touches 2 rows and tonight touched 5 is not news. A step run twice
*> in one night (a resumed run) counts as two samples. Flagged steps
*> are listed first, then every step run tonight with its averages.
*> Runs last in NightlyBatch; can also be run by hand at any time.
77 WS-HIST-STAT     PIC XX VALUE SPACES.
77 WS-REPORT-STAT   PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-TONIGHT       PIC 9(8) VALUE 0.
77 WS-LAST-DATE     PIC 9(8) VALUE 0.
77 WS-CUTOFF-DATE   PIC 9(8) VALUE 0.
77 WS-MIN-SECONDS   PIC 9(6) VALUE 10.
77 WS-MIN-RECORDS   PIC 9(9) VALUE 10.
77 WS-FLAGGED       PIC 9(4) VALUE 0.
77 WS-FLAG-TEXT     PIC X(80) VALUE SPACES.
77 WS-FLAG-PTR      PIC 9(4) VALUE 1.
77 WS-AVG-ELAPSED   PIC 9(9) VALUE 0.
77 WS-AVG-READ      PIC 9(9) VALUE 0.
77 WS-AVG-WRITTEN   PIC 9(9) VALUE 0.
77 WS-LIST-FLAGGED  PIC X VALUE "N".
77 I                PIC 9(4) VALUE 0.
77 IDX              PIC 9(4) VALUE 0.

*> The trailing run nights before tonight, oldest first; once 30 are
*> held the oldest drops off the front.
77 WS-WINDOW-COUNT  PIC 9(4) VALUE 0.
01 WS-WINDOW-TABLE.
    05 WS-WINDOW-DATE OCCURS 30 TIMES PIC 9(8).

77 WS-STEP-COUNT    PIC 9(4) VALUE 0.
01 WS-STEP-TABLE.
    05 WS-STEP-ROW OCCURS 40 TIMES.
        10 WS-S-NAME        PIC X(30).
        10 WS-S-RAN         PIC X(01).
        10 WS-S-ELAPSED     PIC 9(6).
        10 WS-S-READ        PIC 9(9).
        10 WS-S-WRITTEN     PIC 9(9).
        10 WS-S-RC          PIC 9(4).
        10 WS-S-SAMPLES     PIC 9(4).
        10 WS-S-SUM-ELAPSED PIC 9(12).
        10 WS-S-SUM-READ    PIC 9(12).
        10 WS-S-SUM-WRITTEN PIC 9(12).
        10 WS-S-FLAGS       PIC X(80).

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Batch Run Trend Report ==="
    MOVE 0 TO WS-STEP-COUNT
    MOVE 0 TO WS-FLAGGED
    PERFORM FIND-TONIGHT
    IF WS-TONIGHT = 0
        OPEN OUTPUT ReportFile
        MOVE "No batch run history recorded yet." TO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
        CLOSE ReportFile
        DISPLAY "No batch run history recorded yet."
        CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
        GOBACK
    END-IF

    PERFORM FIND-WINDOW
    PERFORM TALLY-HISTORY
    PERFORM FLAG-STEPS
    PERFORM WRITE-REPORT
    DISPLAY WS-FLAGGED " step(s) flagged. See data/BatchTrendReport.txt."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

FIND-TONIGHT.
    *> Tonight is the latest night in the history, so a report run by
    *> hand the next morning still describes last night's run.
    MOVE 0 TO WS-TONIGHT
    MOVE "N" TO WS-EOF
    OPEN INPUT RunHistoryFile
    IF WS-HIST-STAT = "35"
        CLOSE RunHistoryFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ RunHistoryFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF RH-RUN-DATE > WS-TONIGHT
                    MOVE RH-RUN-DATE TO WS-TONIGHT
                END-IF
        END-READ
    END-PERFORM
    CLOSE RunHistoryFile.

FIND-WINDOW.
    *> Rows are appended night by night, so distinct run dates arrive
    *> in order; the oldest of the last 30 before tonight is the
    *> cutoff for the averages.
    MOVE 0 TO WS-WINDOW-COUNT
    MOVE 0 TO WS-LAST-DATE
    MOVE "N" TO WS-EOF
    OPEN INPUT RunHistoryFile
    PERFORM UNTIL WS-EOF = "Y"
        READ RunHistoryFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF RH-RUN-DATE < WS-TONIGHT
                    AND RH-RUN-DATE NOT = WS-LAST-DATE
                    PERFORM ADD-WINDOW-DATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE RunHistoryFile

    MOVE WS-TONIGHT TO WS-CUTOFF-DATE
    IF WS-WINDOW-COUNT > 0
        MOVE WS-WINDOW-DATE(1) TO WS-CUTOFF-DATE
    END-IF.

ADD-WINDOW-DATE.
    MOVE RH-RUN-DATE TO WS-LAST-DATE
    IF WS-WINDOW-COUNT = 30
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 29
            MOVE WS-WINDOW-DATE(I + 1) TO WS-WINDOW-DATE(I)
        END-PERFORM
        MOVE RH-RUN-DATE TO WS-WINDOW-DATE(30)
    ELSE
        ADD 1 TO WS-WINDOW-COUNT
        MOVE RH-RUN-DATE TO WS-WINDOW-DATE(WS-WINDOW-COUNT)
    END-IF.

TALLY-HISTORY.
    MOVE "N" TO WS-EOF
    OPEN INPUT RunHistoryFile
    PERFORM UNTIL WS-EOF = "Y"
        READ RunHistoryFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF RH-RUN-DATE >= WS-CUTOFF-DATE
                    PERFORM TALLY-ONE-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE RunHistoryFile.

TALLY-ONE-ROW.
    MOVE 0 TO IDX
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STEP-COUNT
        IF WS-S-NAME(I) = RH-STEP-NAME
            MOVE I TO IDX
        END-IF
    END-PERFORM

    IF IDX = 0
        IF WS-STEP-COUNT < 40
            ADD 1 TO WS-STEP-COUNT
            MOVE WS-STEP-COUNT TO IDX
            MOVE RH-STEP-NAME TO WS-S-NAME(IDX)
            MOVE "N" TO WS-S-RAN(IDX)
            MOVE 0 TO WS-S-ELAPSED(IDX)
            MOVE 0 TO WS-S-READ(IDX)
            MOVE 0 TO WS-S-WRITTEN(IDX)
            MOVE 0 TO WS-S-RC(IDX)
            MOVE 0 TO WS-S-SAMPLES(IDX)
            MOVE 0 TO WS-S-SUM-ELAPSED(IDX)
            MOVE 0 TO WS-S-SUM-READ(IDX)
            MOVE 0 TO WS-S-SUM-WRITTEN(IDX)
            MOVE SPACES TO WS-S-FLAGS(IDX)
        ELSE
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> Tonight's figures are the step's last row tonight - after a
    *> resumed run, the attempt that got furthest.
    IF RH-RUN-DATE = WS-TONIGHT
        MOVE "Y" TO WS-S-RAN(IDX)
        MOVE RH-ELAPSED TO WS-S-ELAPSED(IDX)
        MOVE RH-READ TO WS-S-READ(IDX)
        MOVE RH-WRITTEN TO WS-S-WRITTEN(IDX)
        MOVE RH-RC TO WS-S-RC(IDX)
    ELSE
        ADD 1 TO WS-S-SAMPLES(IDX)
        ADD RH-ELAPSED TO WS-S-SUM-ELAPSED(IDX)
        ADD RH-READ TO WS-S-SUM-READ(IDX)
        ADD RH-WRITTEN TO WS-S-SUM-WRITTEN(IDX)
    END-IF.

FLAG-STEPS.
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-STEP-COUNT
        IF WS-S-RAN(IDX) = "Y" AND WS-S-SAMPLES(IDX) > 0
            PERFORM FLAG-ONE-STEP
        END-IF
    END-PERFORM.

FLAG-ONE-STEP.
    PERFORM COMPUTE-AVERAGES
    MOVE SPACES TO WS-FLAG-TEXT
    MOVE 1 TO WS-FLAG-PTR

    IF WS-S-ELAPSED(IDX) >= WS-MIN-SECONDS
        AND WS-S-ELAPSED(IDX) > WS-AVG-ELAPSED * 2
        STRING "SLOW " DELIMITED BY SIZE
            INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
    END-IF

    IF WS-S-READ(IDX) >= WS-MIN-RECORDS
        OR WS-AVG-READ >= WS-MIN-RECORDS
        IF WS-S-READ(IDX) * 2 < WS-AVG-READ
            STRING "FEW-READ " DELIMITED BY SIZE
                INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
        END-IF
        IF WS-S-READ(IDX) > WS-AVG-READ * 2
            STRING "MANY-READ " DELIMITED BY SIZE
                INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
        END-IF
    END-IF

    IF WS-S-WRITTEN(IDX) >= WS-MIN-RECORDS
        OR WS-AVG-WRITTEN >= WS-MIN-RECORDS
        IF WS-S-WRITTEN(IDX) * 2 < WS-AVG-WRITTEN
            STRING "FEW-WRITTEN " DELIMITED BY SIZE
                INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
        END-IF
        IF WS-S-WRITTEN(IDX) > WS-AVG-WRITTEN * 2
            STRING "MANY-WRITTEN " DELIMITED BY SIZE
                INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
        END-IF
    END-IF

    MOVE WS-FLAG-TEXT TO WS-S-FLAGS(IDX)
    IF WS-FLAG-TEXT NOT = SPACES
        ADD 1 TO WS-FLAGGED
    END-IF.

COMPUTE-AVERAGES.
    MOVE 0 TO WS-AVG-ELAPSED
    MOVE 0 TO WS-AVG-READ
    MOVE 0 TO WS-AVG-WRITTEN
    IF WS-S-SAMPLES(IDX) > 0
        COMPUTE WS-AVG-ELAPSED ROUNDED =
            WS-S-SUM-ELAPSED(IDX) / WS-S-SAMPLES(IDX)
        COMPUTE WS-AVG-READ ROUNDED =
            WS-S-SUM-READ(IDX) / WS-S-SAMPLES(IDX)
        COMPUTE WS-AVG-WRITTEN ROUNDED =
            WS-S-SUM-WRITTEN(IDX) / WS-S-SAMPLES(IDX)
    END-IF.

WRITE-REPORT.
    OPEN OUTPUT ReportFile

    MOVE SPACES TO REPORT-LINE
    STRING "Batch run trend report for night " WS-TONIGHT
        " against the previous " WS-WINDOW-COUNT " run night(s)"
        INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO REPORT-LINE
    STRING "FLAGGED STEPS (" WS-FLAGGED ")" INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    IF WS-FLAGGED = 0
        MOVE "  None - every step ran close to its average." TO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
    ELSE
        MOVE "Y" TO WS-LIST-FLAGGED
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-STEP-COUNT
            IF WS-S-RAN(IDX) = "Y" AND WS-S-FLAGS(IDX) NOT = SPACES
                PERFORM WRITE-STEP-LINE
            END-IF
        END-PERFORM
    END-IF

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE "ALL STEPS RUN THAT NIGHT" TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE "N" TO WS-LIST-FLAGGED
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-STEP-COUNT
        IF WS-S-RAN(IDX) = "Y"
            PERFORM WRITE-STEP-LINE
        END-IF
    END-PERFORM

    CLOSE ReportFile.

WRITE-STEP-LINE.
    PERFORM COMPUTE-AVERAGES
    MOVE SPACES TO REPORT-LINE
    IF WS-S-SAMPLES(IDX) = 0
        STRING "  " WS-S-NAME(IDX)
            " elapsed " WS-S-ELAPSED(IDX) "s"
            "  read " WS-S-READ(IDX)
            "  written " WS-S-WRITTEN(IDX)
            "  rc " WS-S-RC(IDX)
            "  (no earlier runs to compare)"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "  " WS-S-NAME(IDX)
            " elapsed " WS-S-ELAPSED(IDX) "s (avg " WS-AVG-ELAPSED ")"
            "  read " WS-S-READ(IDX) " (avg " WS-AVG-READ ")"
            "  written " WS-S-WRITTEN(IDX) " (avg " WS-AVG-WRITTEN ")"
            "  rc " WS-S-RC(IDX) "  "
            FUNCTION TRIM(WS-S-FLAGS(IDX))
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    IF WS-LIST-FLAGGED = "Y"
        DISPLAY FUNCTION TRIM(REPORT-LINE)
    END-IF.

END PROGRAM BatchTrendReport.
