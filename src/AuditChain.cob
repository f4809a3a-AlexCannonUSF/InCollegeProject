>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AuditChain.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ChainHeadFile ASSIGN TO "data/AuditChain.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CH-STAT.
    SELECT AuditLogFile ASSIGN TO "data/AuditLog.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TRAIL-STAT.
    SELECT AdminAuditFile ASSIGN TO "data/AdminAudit.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TRAIL-STAT.

DATA DIVISION.
FILE SECTION.
FD ChainHeadFile.
01 CHAIN-HEAD-RECORD.
       05 CH-LOG-NAME      PIC X(30).
       05 CH-LAST-CHAIN    PIC 9(10).
       05 CH-FIRST-MONTH   PIC 9(6).

*> The two trails, written here as whole rows: the caller's bytes
*> followed by the ten-digit chain value.
FD AuditLogFile.
01 AUDIT-LOG-ROW       PIC X(86).

FD AdminAuditFile.
01 ADMIN-AUDIT-ROW     PIC X(114).

WORKING-STORAGE SECTION.
*> Tamper-evident chaining for the two audit trails, AuditLog.dat and
*> AdminAudit.dat. Every row carries a chain value: the rolling hash
*> (the same accum * 31 + character-code, mod 1000000007, that
*> DataStore.cob and HashAnswer.cob use) of the previous row's chain
*> value followed by every byte of the row itself. Removing, changing
*> or reordering a row breaks the chain from that point on, which
*> VerifyAuditChain.cob reports.
*>
*> data/AuditChain.dat holds one row per trail - the chain value of
*> the last row written and the month the chain began (the oldest
*> AuditLog-archive-YYYYMM.dat it covers) - so a writer does not have
*> to rescan the trail, the chain carries on across ArchiveOldRecords'
*> rotation, and rows cut off the end of a trail show up too.
*>   "N" - append a row: checks LK-LOG-NAME's layout stamp
*>         (SchemaGuard), chains LK-RECORD(1:LK-LENGTH) from the
*>         trail's head, writes it with the chain value after it to
*>         the end of the trail, then saves the new head and returns
*>         it in LK-CHAIN. The audit lock (UpdateLock "L") is held
*>         from reading the head to saving it, and the head only moves
*>         once the row is written, so the head always matches the
*>         trail's last row. LK-RESULT "N" means nothing was written:
*>         the trail is not at the chained layout, LK-LENGTH is not
*>         that trail's row less its chain value, or the write failed.
*>   "C" - compute only: LK-CHAIN in is the previous value, out the
*>         value for LK-RECORD(1:LK-LENGTH). Touches no file.
*>   "H" - head: LK-CHAIN and LK-FIRST-MONTH for LK-LOG-NAME;
*>         LK-RESULT "N" (and zeros) when the trail has no head yet.
*>   "S" - set the head to LK-CHAIN and LK-FIRST-MONTH, for
*>         MigrateDataFiles.cob once it has chained existing rows.
77 WS-CH-STAT      PIC XX VALUE SPACES.
77 WS-TRAIL-STAT   PIC XX VALUE SPACES.
77 WS-APPENDED     PIC X VALUE "N".
77 WS-LOCK-RESULT  PIC X VALUE SPACE.
77 WS-EOF          PIC X VALUE "N".
77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-HEAD-IDX     PIC 9 VALUE 0.
77 I               PIC 9 VALUE 0.
77 WS-HEAD-COUNT   PIC 9 VALUE 0.
01 WS-HEAD-TABLE.
    05 WS-HEAD-ROW OCCURS 5 TIMES.
        10 WS-HEAD-LOG     PIC X(30).
        10 WS-HEAD-CHAIN   PIC 9(10).
        10 WS-HEAD-MONTH   PIC 9(6).

77 WS-PREV-TEXT    PIC 9(10) VALUE 0.
77 WS-HASH-I       PIC 9(3) VALUE 0.
77 WS-CHAR-CODE    PIC 999 VALUE 0.
77 WS-HASH-ACCUM   PIC 9(10) VALUE 0.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 2.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

LINKAGE SECTION.
01 LK-FUNCTION     PIC X.
01 LK-LOG-NAME     PIC X(30).
01 LK-RECORD       PIC X(200).
01 LK-LENGTH       PIC 9(3).
01 LK-CHAIN        PIC 9(10).
01 LK-FIRST-MONTH  PIC 9(6).
01 LK-RESULT       PIC X.

PROCEDURE DIVISION USING LK-FUNCTION LK-LOG-NAME LK-RECORD LK-LENGTH
    LK-CHAIN LK-FIRST-MONTH LK-RESULT.
MAIN-LOGIC.
    MOVE "Y" TO LK-RESULT
    EVALUATE LK-FUNCTION
        WHEN "N"
            MOVE LK-LOG-NAME TO WS-GUARD-FILE
            MOVE 2 TO WS-GUARD-VERSION
            CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
                WS-GUARD-RESULT
            IF WS-GUARD-RESULT NOT = "Y"
                MOVE "N" TO LK-RESULT
                GOBACK
            END-IF
            CALL "UpdateLock" USING "L" WS-LOCK-RESULT
            PERFORM LOAD-HEADS
            PERFORM FIND-HEAD
            IF WS-HEAD-IDX = 0
                PERFORM ADD-HEAD
            END-IF
            MOVE WS-HEAD-CHAIN(WS-HEAD-IDX) TO LK-CHAIN
            PERFORM CHAIN-RECORD
            PERFORM APPEND-ROW
            IF WS-APPENDED = "Y"
                MOVE LK-CHAIN TO WS-HEAD-CHAIN(WS-HEAD-IDX)
                MOVE WS-HEAD-MONTH(WS-HEAD-IDX) TO LK-FIRST-MONTH
                PERFORM SAVE-HEADS
            ELSE
                MOVE "N" TO LK-RESULT
            END-IF
            CALL "UpdateLock" USING "U" WS-LOCK-RESULT
        WHEN "C"
            PERFORM CHAIN-RECORD
        WHEN "H"
            PERFORM LOAD-HEADS
            PERFORM FIND-HEAD
            IF WS-HEAD-IDX = 0
                MOVE 0 TO LK-CHAIN
                MOVE 0 TO LK-FIRST-MONTH
                MOVE "N" TO LK-RESULT
            ELSE
                MOVE WS-HEAD-CHAIN(WS-HEAD-IDX) TO LK-CHAIN
                MOVE WS-HEAD-MONTH(WS-HEAD-IDX) TO LK-FIRST-MONTH
            END-IF
        WHEN "S"
            PERFORM LOAD-HEADS
            PERFORM FIND-HEAD
            IF WS-HEAD-IDX = 0
                PERFORM ADD-HEAD
            END-IF
            MOVE LK-CHAIN TO WS-HEAD-CHAIN(WS-HEAD-IDX)
            MOVE LK-FIRST-MONTH TO WS-HEAD-MONTH(WS-HEAD-IDX)
            PERFORM SAVE-HEADS
        WHEN OTHER
            MOVE "N" TO LK-RESULT
    END-EVALUATE
    GOBACK.

CHAIN-RECORD.
    *> LK-CHAIN = hash of the previous chain value (as its ten digits)
    *> followed by LK-RECORD(1:LK-LENGTH), trailing spaces included.
    MOVE LK-CHAIN TO WS-PREV-TEXT
    MOVE 0 TO WS-HASH-ACCUM
    PERFORM VARYING WS-HASH-I FROM 1 BY 1 UNTIL WS-HASH-I > 10
        MOVE FUNCTION ORD(WS-PREV-TEXT(WS-HASH-I:1)) TO WS-CHAR-CODE
        COMPUTE WS-HASH-ACCUM =
            FUNCTION MOD((WS-HASH-ACCUM * 31 + WS-CHAR-CODE), 1000000007)
    END-PERFORM
    PERFORM VARYING WS-HASH-I FROM 1 BY 1 UNTIL WS-HASH-I > LK-LENGTH
        MOVE FUNCTION ORD(LK-RECORD(WS-HASH-I:1)) TO WS-CHAR-CODE
        COMPUTE WS-HASH-ACCUM =
            FUNCTION MOD((WS-HASH-ACCUM * 31 + WS-CHAR-CODE), 1000000007)
    END-PERFORM
    MOVE WS-HASH-ACCUM TO LK-CHAIN.

APPEND-ROW.
    MOVE "N" TO WS-APPENDED
    EVALUATE LK-LOG-NAME
        WHEN "AuditLog.dat"
            IF LK-LENGTH NOT = 76
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO AUDIT-LOG-ROW
            MOVE LK-RECORD(1:LK-LENGTH) TO AUDIT-LOG-ROW(1:LK-LENGTH)
            MOVE LK-CHAIN TO AUDIT-LOG-ROW(LK-LENGTH + 1:10)
            OPEN EXTEND AuditLogFile
            IF WS-TRAIL-STAT = "35"
                CLOSE AuditLogFile
                OPEN OUTPUT AuditLogFile
            END-IF
            IF WS-TRAIL-STAT NOT = "00"
                EXIT PARAGRAPH
            END-IF
            WRITE AUDIT-LOG-ROW
            IF WS-TRAIL-STAT = "00"
                MOVE "Y" TO WS-APPENDED
            END-IF
            CLOSE AuditLogFile
        WHEN "AdminAudit.dat"
            IF LK-LENGTH NOT = 104
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO ADMIN-AUDIT-ROW
            MOVE LK-RECORD(1:LK-LENGTH) TO ADMIN-AUDIT-ROW(1:LK-LENGTH)
            MOVE LK-CHAIN TO ADMIN-AUDIT-ROW(LK-LENGTH + 1:10)
            OPEN EXTEND AdminAuditFile
            IF WS-TRAIL-STAT = "35"
                CLOSE AdminAuditFile
                OPEN OUTPUT AdminAuditFile
            END-IF
            IF WS-TRAIL-STAT NOT = "00"
                EXIT PARAGRAPH
            END-IF
            WRITE ADMIN-AUDIT-ROW
            IF WS-TRAIL-STAT = "00"
                MOVE "Y" TO WS-APPENDED
            END-IF
            CLOSE AdminAuditFile
    END-EVALUATE.

LOAD-HEADS.
    MOVE 0 TO WS-HEAD-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT ChainHeadFile
    IF WS-CH-STAT = "35"
        CLOSE ChainHeadFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ChainHeadFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-HEAD-COUNT < 5
                    ADD 1 TO WS-HEAD-COUNT
                    MOVE CH-LOG-NAME TO WS-HEAD-LOG(WS-HEAD-COUNT)
                    MOVE CH-LAST-CHAIN TO WS-HEAD-CHAIN(WS-HEAD-COUNT)
                    MOVE CH-FIRST-MONTH TO WS-HEAD-MONTH(WS-HEAD-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ChainHeadFile.

FIND-HEAD.
    MOVE 0 TO WS-HEAD-IDX
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HEAD-COUNT
        IF WS-HEAD-LOG(I) = LK-LOG-NAME
            MOVE I TO WS-HEAD-IDX
        END-IF
    END-PERFORM.

ADD-HEAD.
    *> A trail's first chained row starts from zero, in this month.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ADD 1 TO WS-HEAD-COUNT
    MOVE WS-HEAD-COUNT TO WS-HEAD-IDX
    MOVE LK-LOG-NAME TO WS-HEAD-LOG(WS-HEAD-IDX)
    MOVE 0 TO WS-HEAD-CHAIN(WS-HEAD-IDX)
    MOVE WS-TODAY(1:6) TO WS-HEAD-MONTH(WS-HEAD-IDX).

SAVE-HEADS.
    *> A handful of rows, so it is simply rewritten whole.
    OPEN OUTPUT ChainHeadFile
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HEAD-COUNT
        MOVE WS-HEAD-LOG(I) TO CH-LOG-NAME
        MOVE WS-HEAD-CHAIN(I) TO CH-LAST-CHAIN
        MOVE WS-HEAD-MONTH(I) TO CH-FIRST-MONTH
        WRITE CHAIN-HEAD-RECORD
    END-PERFORM
    CLOSE ChainHeadFile.

END PROGRAM AuditChain.
