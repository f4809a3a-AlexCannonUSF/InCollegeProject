>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SupportTicketReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SupportTicketsFile ASSIGN TO "data/SupportTickets.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TKT-STAT.
    SELECT ReportFile ASSIGN TO "data/SupportTicketReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD SupportTicketsFile.
01 SUPPORT-TICKET-RECORD.
       05 TKT-ID            PIC 9(9).
       05 TKT-USERNAME      PIC X(30).
       05 TKT-ACCOUNT-TYPE  PIC X(01).
       05 TKT-CATEGORY      PIC X(01).
       05 TKT-DESCRIPTION   PIC X(200).
       05 TKT-OPENED-DATE   PIC 9(8).
       05 TKT-STATUS        PIC X(01).
       05 TKT-ASSIGNED-TO   PIC X(30).
       05 TKT-CLOSED-DATE   PIC 9(8).

FD ReportFile.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Weekly support-ticket report (SupportTickets.cob, TicketQueue.cob)
*> written to data/SupportTicketReport.txt. The week is the seven days
*> ending on the run date. NightlyBatch.cob runs the step on Mondays
*> (W1), catching up a missed Monday on the next night, unless
*> data/BatchSchedule.txt says otherwise; a run by hand on any other
*> day still reports a whole week. Per category:
*> tickets opened and closed in the week, tickets still open, and the
*> average days from opening to closing of the ones closed in the
*> week. Then every ticket still open, by how long it has been open,
*> and the oldest of them.
77 WS-TKT-STAT      PIC XX VALUE SPACES.
77 WS-REPORT-STAT   PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-TODAY-INT     PIC 9(8) VALUE 0.
77 WS-WEEK-START    PIC 9(8) VALUE 0.
77 WS-DAYS          PIC 9(5) VALUE 0.
77 WS-AVG-DAYS      PIC 9(5)V9 VALUE 0.
77 WS-AVG-SHOW      PIC ZZZZ9.9.
77 WS-OLDEST-DAYS   PIC 9(5) VALUE 0.
77 WS-OLDEST-ID     PIC 9(9) VALUE 0.
77 IDX              PIC 9(4) VALUE 0.

01 WS-CATEGORY-VALUES.
    05 FILLER PIC X(31) VALUE "AAccount or sign-in".
    05 FILLER PIC X(31) VALUE "JJobs and applications".
    05 FILLER PIC X(31) VALUE "PProfile or privacy".
    05 FILLER PIC X(31) VALUE "TSomething not working".
    05 FILLER PIC X(31) VALUE "OOther".
01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
    05 WS-CAT-ROW OCCURS 5 TIMES.
        10 WS-CAT-CODE  PIC X(01).
        10 WS-CAT-LABEL PIC X(30).

01 WS-CATEGORY-COUNTS.
    05 WS-COUNT-ROW OCCURS 5 TIMES.
        10 WS-C-OPENED     PIC 9(6).
        10 WS-C-CLOSED     PIC 9(6).
        10 WS-C-STILL-OPEN PIC 9(6).
        10 WS-C-CLOSE-DAYS PIC 9(9).

77 WS-TOTAL-OPENED     PIC 9(6) VALUE 0.
77 WS-TOTAL-CLOSED     PIC 9(6) VALUE 0.
77 WS-TOTAL-STILL-OPEN PIC 9(6) VALUE 0.
77 WS-TOTAL-CLOSE-DAYS PIC 9(9) VALUE 0.

*> Open tickets by age: 0-2 days, 3-7, 8-14, 15-30, over 30.
01 WS-AGE-COUNTS.
    05 WS-AGE-COUNT OCCURS 5 TIMES PIC 9(6).
01 WS-AGE-VALUES.
    05 FILLER PIC X(20) VALUE "0 to 2 days".
    05 FILLER PIC X(20) VALUE "3 to 7 days".
    05 FILLER PIC X(20) VALUE "8 to 14 days".
    05 FILLER PIC X(20) VALUE "15 to 30 days".
    05 FILLER PIC X(20) VALUE "over 30 days".
01 WS-AGE-TABLE REDEFINES WS-AGE-VALUES.
    05 WS-AGE-LABEL OCCURS 5 TIMES PIC X(20).

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Support Ticket Report ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 6)
    INITIALIZE WS-CATEGORY-COUNTS
    INITIALIZE WS-AGE-COUNTS
    MOVE 0 TO WS-OLDEST-DAYS
    MOVE 0 TO WS-OLDEST-ID

    PERFORM TALLY-TICKETS
    PERFORM WRITE-REPORT
    DISPLAY WS-TOTAL-OPENED " opened, " WS-TOTAL-CLOSED
        " closed this week, " WS-TOTAL-STILL-OPEN
        " still open. See data/SupportTicketReport.txt."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

TALLY-TICKETS.
    MOVE "N" TO WS-EOF
    OPEN INPUT SupportTicketsFile
    IF WS-TKT-STAT = "35"
        CLOSE SupportTicketsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SupportTicketsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                PERFORM TALLY-ONE-TICKET
        END-READ
    END-PERFORM
    CLOSE SupportTicketsFile.

TALLY-ONE-TICKET.
    *> Unknown category codes count under "Other".
    MOVE 5 TO IDX
    EVALUATE TKT-CATEGORY
        WHEN "A"
            MOVE 1 TO IDX
        WHEN "J"
            MOVE 2 TO IDX
        WHEN "P"
            MOVE 3 TO IDX
        WHEN "T"
            MOVE 4 TO IDX
    END-EVALUATE

    IF TKT-OPENED-DATE >= WS-WEEK-START AND TKT-OPENED-DATE <= WS-TODAY
        ADD 1 TO WS-C-OPENED(IDX)
    END-IF

    IF TKT-STATUS = "C"
        IF TKT-CLOSED-DATE >= WS-WEEK-START AND TKT-CLOSED-DATE <= WS-TODAY
            ADD 1 TO WS-C-CLOSED(IDX)
            COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(TKT-CLOSED-DATE)
                - FUNCTION INTEGER-OF-DATE(TKT-OPENED-DATE)
            ADD WS-DAYS TO WS-C-CLOSE-DAYS(IDX)
        END-IF
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-C-STILL-OPEN(IDX)
    COMPUTE WS-DAYS = WS-TODAY-INT
        - FUNCTION INTEGER-OF-DATE(TKT-OPENED-DATE)
    EVALUATE TRUE
        WHEN WS-DAYS <= 2
            ADD 1 TO WS-AGE-COUNT(1)
        WHEN WS-DAYS <= 7
            ADD 1 TO WS-AGE-COUNT(2)
        WHEN WS-DAYS <= 14
            ADD 1 TO WS-AGE-COUNT(3)
        WHEN WS-DAYS <= 30
            ADD 1 TO WS-AGE-COUNT(4)
        WHEN OTHER
            ADD 1 TO WS-AGE-COUNT(5)
    END-EVALUATE
    IF WS-OLDEST-ID = 0 OR WS-DAYS > WS-OLDEST-DAYS
        MOVE WS-DAYS TO WS-OLDEST-DAYS
        MOVE TKT-ID TO WS-OLDEST-ID
    END-IF.

WRITE-REPORT.
    OPEN OUTPUT ReportFile

    MOVE SPACES TO REPORT-LINE
    STRING "Support ticket report for the week " WS-WEEK-START
        " to " WS-TODAY DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE "BY CATEGORY" TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE 0 TO WS-TOTAL-OPENED
    MOVE 0 TO WS-TOTAL-CLOSED
    MOVE 0 TO WS-TOTAL-STILL-OPEN
    MOVE 0 TO WS-TOTAL-CLOSE-DAYS
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
        ADD WS-C-OPENED(IDX) TO WS-TOTAL-OPENED
        ADD WS-C-CLOSED(IDX) TO WS-TOTAL-CLOSED
        ADD WS-C-STILL-OPEN(IDX) TO WS-TOTAL-STILL-OPEN
        ADD WS-C-CLOSE-DAYS(IDX) TO WS-TOTAL-CLOSE-DAYS
        IF WS-C-CLOSED(IDX) > 0
            COMPUTE WS-AVG-DAYS ROUNDED
                = WS-C-CLOSE-DAYS(IDX) / WS-C-CLOSED(IDX)
        ELSE
            MOVE 0 TO WS-AVG-DAYS
        END-IF
        MOVE WS-AVG-DAYS TO WS-AVG-SHOW
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-CAT-LABEL(IDX)
            " opened " WS-C-OPENED(IDX)
            "  closed " WS-C-CLOSED(IDX)
            "  still open " WS-C-STILL-OPEN(IDX)
            "  avg days to close " WS-AVG-SHOW
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-PERFORM
    IF WS-TOTAL-CLOSED > 0
        COMPUTE WS-AVG-DAYS ROUNDED
            = WS-TOTAL-CLOSE-DAYS / WS-TOTAL-CLOSED
    ELSE
        MOVE 0 TO WS-AVG-DAYS
    END-IF
    MOVE WS-AVG-DAYS TO WS-AVG-SHOW
    MOVE SPACES TO REPORT-LINE
    STRING "  All categories                 opened " WS-TOTAL-OPENED
        "  closed " WS-TOTAL-CLOSED
        "  still open " WS-TOTAL-STILL-OPEN
        "  avg days to close " WS-AVG-SHOW
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE "OPEN TICKETS BY TIME OPEN" TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-AGE-LABEL(IDX) " " WS-AGE-COUNT(IDX)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    IF WS-OLDEST-ID = 0
        MOVE "  No tickets are open." TO REPORT-LINE
    ELSE
        STRING "  Oldest open ticket: " WS-OLDEST-ID ", open "
            WS-OLDEST-DAYS " day(s)"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN

    CLOSE ReportFile.

END PROGRAM SupportTicketReport.
