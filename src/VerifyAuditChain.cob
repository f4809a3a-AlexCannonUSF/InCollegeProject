>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VerifyAuditChain.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditLogFile ASSIGN TO WS-VERIFY-PATH
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STAT.
    SELECT AdminAuditFile ASSIGN TO "data/AdminAudit.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ADM-STAT.
    SELECT ReportFile ASSIGN TO "data/AuditChainReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD AuditLogFile.
01 AUDIT-LOG-RECORD.
       05 AUDIT-TIMESTAMP     PIC 9(14).
       05 AUDIT-USERNAME      PIC X(30).
       05 AUDIT-ATTEMPT-COUNT PIC 9(2).
       05 AUDIT-OUTCOME       PIC X(30).
       05 AUDIT-CHAIN         PIC 9(10).

FD AdminAuditFile.
01 ADMIN-AUDIT-RECORD.
       05 ADM-TIMESTAMP PIC 9(14).
       05 ADM-ACTOR     PIC X(30).
       05 ADM-ACTION    PIC X(30).
       05 ADM-TARGET    PIC X(30).
       05 ADM-CHAIN     PIC 9(10).

FD ReportFile.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Nightly check of the chain values AuditChain.cob gives every
*> AuditLog.dat and AdminAudit.dat row. Each trail is walked oldest
*> row first - for AuditLog.dat, every AuditLog-archive-YYYYMM.dat
*> ArchiveOldRecords.cob has written from the month the chain began,
*> then the live file - recomputing each row's value from the row
*> before it. The first row whose stored value does not match is
*> reported (file, row number, timestamp, user); that row, or one
*> ahead of it, was changed, removed or put out of order. The last
*> row must also match the trail's head in data/AuditChain.dat, which
*> catches rows cut off the end.
*>
*> The result for both trails goes to data/AuditChainReport.txt. A
*> break in either fails the NightlyBatch step (RETURN-CODE 8).
77 WS-AUDIT-STAT    PIC XX VALUE SPACES.
77 WS-ADM-STAT      PIC XX VALUE SPACES.
77 WS-REPORT-STAT   PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-VERIFY-PATH   PIC X(60) VALUE SPACES.
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-SCAN-MONTH    PIC 9(6) VALUE 0.

*> The trail being walked.
77 WS-TRAIL-ROWS    PIC 9(9) VALUE 0.
77 WS-TRAIL-FILES   PIC 9(4) VALUE 0.
77 WS-FILE-ROW      PIC 9(9) VALUE 0.
77 WS-TRAIL-BROKEN  PIC X VALUE "N".
77 WS-ANY-BROKEN    PIC X VALUE "N".
77 WS-STORED-CHAIN  PIC 9(10) VALUE 0.
77 WS-ROW-TS        PIC 9(14) VALUE 0.
77 WS-ROW-WHO       PIC X(30) VALUE SPACES.
77 WS-ROWS-SHOW     PIC Z(8)9.
77 WS-FILES-SHOW    PIC ZZZ9.

*> AuditChain.cob parameters.
77 WS-CHAIN-LOG     PIC X(30) VALUE SPACES.
77 WS-CHAIN-RECORD  PIC X(200) VALUE SPACES.
77 WS-CHAIN-LENGTH  PIC 9(3) VALUE 0.
77 WS-CHAIN-VALUE   PIC 9(10) VALUE 0.
77 WS-CHAIN-MONTH   PIC 9(6) VALUE 0.
77 WS-CHAIN-RESULT  PIC X VALUE SPACE.
77 WS-HEAD-CHAIN    PIC 9(10) VALUE 0.
77 WS-HEAD-MONTH    PIC 9(6) VALUE 0.
77 WS-HEAD-RESULT   PIC X VALUE SPACE.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.
*> Set by a failing step and handed back as RETURN-CODE after the
*> BatchStats call, which would otherwise reset it.
77 WS-STEP-RC    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-STEP-RC
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    MOVE "N" TO WS-ANY-BROKEN
    DISPLAY "=== Audit Chain Verification ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    MOVE "AuditLog.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT = "Y"
        MOVE "AdminAudit.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT NOT = "Y"
        MOVE 8 TO WS-STEP-RC
        CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
        MOVE WS-STEP-RC TO RETURN-CODE
        GOBACK
    END-IF

    OPEN OUTPUT ReportFile
    MOVE SPACES TO REPORT-LINE
    STRING "Audit chain verification " WS-TODAY(1:4) "-" WS-TODAY(5:2)
        "-" WS-TODAY(7:2) DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE

    PERFORM VERIFY-AUDIT-LOG
    PERFORM VERIFY-ADMIN-AUDIT
    CLOSE ReportFile

    IF WS-ANY-BROKEN = "Y"
        DISPLAY "AUDIT CHAIN BROKEN - see data/AuditChainReport.txt."
        MOVE 8 TO WS-STEP-RC
    ELSE
        DISPLAY "Both audit trails verified intact."
    END-IF
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    MOVE WS-STEP-RC TO RETURN-CODE
    GOBACK.

VERIFY-AUDIT-LOG.
    MOVE "AuditLog.dat" TO WS-CHAIN-LOG
    MOVE 76 TO WS-CHAIN-LENGTH
    PERFORM START-TRAIL
    MOVE WS-HEAD-MONTH TO WS-SCAN-MONTH
    IF WS-SCAN-MONTH = 0
        MOVE WS-TODAY(1:6) TO WS-SCAN-MONTH
    END-IF
    PERFORM UNTIL WS-SCAN-MONTH > WS-TODAY(1:6)
        OR WS-TRAIL-BROKEN = "Y"
        MOVE SPACES TO WS-VERIFY-PATH
        STRING "data/AuditLog-archive-" WS-SCAN-MONTH ".dat"
            DELIMITED BY SIZE INTO WS-VERIFY-PATH
        PERFORM CHECK-AUDIT-FILE
        IF WS-SCAN-MONTH(5:2) = "12"
            ADD 89 TO WS-SCAN-MONTH
        ELSE
            ADD 1 TO WS-SCAN-MONTH
        END-IF
    END-PERFORM
    IF WS-TRAIL-BROKEN = "N"
        MOVE "data/AuditLog.dat" TO WS-VERIFY-PATH
        PERFORM CHECK-AUDIT-FILE
    END-IF
    PERFORM FINISH-TRAIL.

CHECK-AUDIT-FILE.
    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-FILE-ROW
    OPEN INPUT AuditLogFile
    IF WS-AUDIT-STAT = "35"
        CLOSE AuditLogFile
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TRAIL-FILES
    PERFORM UNTIL WS-EOF = "Y" OR WS-TRAIL-BROKEN = "Y"
        READ AuditLogFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE AUDIT-LOG-RECORD TO WS-CHAIN-RECORD
                MOVE AUDIT-CHAIN TO WS-STORED-CHAIN
                MOVE AUDIT-TIMESTAMP TO WS-ROW-TS
                MOVE AUDIT-USERNAME TO WS-ROW-WHO
                PERFORM CHECK-ROW
        END-READ
    END-PERFORM
    CLOSE AuditLogFile.

VERIFY-ADMIN-AUDIT.
    *> AdminAudit.dat is never archived, so it is one file.
    MOVE "AdminAudit.dat" TO WS-CHAIN-LOG
    MOVE 104 TO WS-CHAIN-LENGTH
    PERFORM START-TRAIL
    MOVE "data/AdminAudit.dat" TO WS-VERIFY-PATH
    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-FILE-ROW
    OPEN INPUT AdminAuditFile
    IF WS-ADM-STAT = "35"
        CLOSE AdminAuditFile
    ELSE
        ADD 1 TO WS-TRAIL-FILES
        PERFORM UNTIL WS-EOF = "Y" OR WS-TRAIL-BROKEN = "Y"
            READ AdminAuditFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE ADMIN-AUDIT-RECORD TO WS-CHAIN-RECORD
                    MOVE ADM-CHAIN TO WS-STORED-CHAIN
                    MOVE ADM-TIMESTAMP TO WS-ROW-TS
                    MOVE ADM-ACTOR TO WS-ROW-WHO
                    PERFORM CHECK-ROW
            END-READ
        END-PERFORM
        CLOSE AdminAuditFile
    END-IF
    PERFORM FINISH-TRAIL.

START-TRAIL.
    MOVE 0 TO WS-TRAIL-ROWS
    MOVE 0 TO WS-TRAIL-FILES
    MOVE "N" TO WS-TRAIL-BROKEN
    MOVE 0 TO WS-CHAIN-VALUE
    CALL "AuditChain" USING "H" WS-CHAIN-LOG WS-CHAIN-RECORD
        WS-CHAIN-LENGTH WS-HEAD-CHAIN WS-HEAD-MONTH WS-HEAD-RESULT.

CHECK-ROW.
    *> WS-CHAIN-VALUE holds the previous row's value on the way in and
    *> this row's recomputed value on the way out.
    ADD 1 TO WS-FILE-ROW
    ADD 1 TO WS-TRAIL-ROWS
    ADD 1 TO WS-BS-READ
    CALL "AuditChain" USING "C" WS-CHAIN-LOG WS-CHAIN-RECORD
        WS-CHAIN-LENGTH WS-CHAIN-VALUE WS-CHAIN-MONTH WS-CHAIN-RESULT
    IF WS-STORED-CHAIN NOT NUMERIC
        OR WS-STORED-CHAIN NOT = WS-CHAIN-VALUE
        MOVE "Y" TO WS-TRAIL-BROKEN
        MOVE WS-FILE-ROW TO WS-ROWS-SHOW
        STRING FUNCTION TRIM(WS-CHAIN-LOG) ": CHAIN BROKEN at row "
            FUNCTION TRIM(WS-ROWS-SHOW) " of "
            FUNCTION TRIM(WS-VERIFY-PATH) " (" WS-ROW-TS " "
            FUNCTION TRIM(WS-ROW-WHO) ") - that row or one before it "
            "was changed, removed or reordered."
            DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM WRITE-LINE
    END-IF.

FINISH-TRAIL.
    IF WS-TRAIL-BROKEN = "Y"
        MOVE "Y" TO WS-ANY-BROKEN
        EXIT PARAGRAPH
    END-IF
    IF WS-HEAD-RESULT NOT = "Y" AND WS-TRAIL-ROWS > 0
        MOVE "Y" TO WS-ANY-BROKEN
        STRING FUNCTION TRIM(WS-CHAIN-LOG) ": CHAIN BROKEN - the rows "
            "carry chain values but data/AuditChain.dat has no head "
            "for this trail." DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM WRITE-LINE
        EXIT PARAGRAPH
    END-IF
    IF WS-HEAD-RESULT = "Y" AND WS-CHAIN-VALUE NOT = WS-HEAD-CHAIN
        MOVE "Y" TO WS-ANY-BROKEN
        STRING FUNCTION TRIM(WS-CHAIN-LOG) ": CHAIN BROKEN - the last "
            "row does not match the head in data/AuditChain.dat; rows "
            "were removed from the end or the head was altered."
            DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM WRITE-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TRAIL-ROWS TO WS-ROWS-SHOW
    MOVE WS-TRAIL-FILES TO WS-FILES-SHOW
    STRING FUNCTION TRIM(WS-CHAIN-LOG) ": intact - "
        FUNCTION TRIM(WS-ROWS-SHOW) " row(s) in "
        FUNCTION TRIM(WS-FILES-SHOW) " file(s)."
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE.

WRITE-LINE.
    DISPLAY FUNCTION TRIM(REPORT-LINE)
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO REPORT-LINE.

END PROGRAM VerifyAuditChain.
