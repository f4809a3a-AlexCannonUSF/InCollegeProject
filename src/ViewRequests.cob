        RELATIVE KEY IS WS-REQ-RRN
        FILE STATUS IS WS-REQ-STAT.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.

DATA DIVISION.

FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

WORKING-STORAGE SECTION.
77 WS-SENDER-NAME   PIC X(30) VALUE SPACES.
77 WS-SENDER-NOTE   PIC X(100) VALUE SPACES.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.

MAIN-LOGIC.
    MOVE "Connections.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF

    PERFORM PROCESS-PENDING-REQUESTS

    IF WS-PENDING-COUNT = 0
    END-IF.

RECORD-CONNECTION.
    *> Connections.dat is indexed on the user pair, so a pair that is
    *> somehow already on file is refused by the WRITE and left as
    *> it was rather than duplicated.
    ACCEPT WS-CONN-DATE FROM DATE YYYYMMDD

    OPEN I-O ConnectionsFile
    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
        OPEN OUTPUT ConnectionsFile
        CLOSE ConnectionsFile
        OPEN I-O ConnectionsFile
    END-IF
    MOVE SENDER-USERNAME TO CONN-USER-A
    MOVE RECIPIENT-USERNAME TO CONN-USER-B
    MOVE WS-CONN-DATE TO CONN-DATE-CONNECTED
    WRITE CONNECTION-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE
    CLOSE ConnectionsFile.

END PROGRAM ViewRequests.
