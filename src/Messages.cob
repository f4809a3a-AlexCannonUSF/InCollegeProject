    SELECT TempMessagesFile ASSIGN TO "data/Messages.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT BlocklistFile ASSIGN TO "data/Blocklist.dat"
        ORGANIZATION IS SEQUENTIAL

FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD BlocklistFile.
77 WS-LOCK-RESULT PIC X VALUE SPACE.
77 WS-CONN-STAT  PIC XX VALUE SPACES.
77 WS-EOF-CONN   PIC X VALUE "N".
77 WS-CONN-SIDE  PIC X VALUE "A".
77 WS-BLOCK-STAT PIC XX VALUE SPACES.
77 WS-EOF-BLOCK  PIC X VALUE "N".
77 WS-IS-BLOCKED PIC X VALUE "N".
    05 WS-MY-CONN OCCURS 50 TIMES PIC X(30).
77 WS-MY-CONN-COUNT PIC 9(4) VALUE 0.

*> Free text is screened by ContentScreen.cob against the shared
*> word/pattern list before it is saved.
77 WS-CS-SOURCE PIC X(20) VALUE SPACES.
77 WS-CS-KEY    PIC X(100) VALUE SPACES.
77 WS-CS-TEXT   PIC X(200) VALUE SPACES.
77 WS-CS-RESULT PIC X VALUE SPACE.
77 WS-CS-REASON PIC X(40) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

        EXIT PARAGRAPH
    END-IF

    MOVE "MESSAGE" TO WS-CS-SOURCE
    MOVE WS-OTHER-USER TO WS-CS-KEY
    MOVE WS-MSG-BODY TO WS-CS-TEXT
    CALL "ContentScreen" USING "S" WS-CS-SOURCE LNK-USER-NAME
        WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
    IF WS-CS-RESULT = "R"
        DISPLAY "Message not sent: " FUNCTION TRIM(WS-CS-REASON) "."
        EXIT PARAGRAPH
    END-IF

    ACCEPT WS-SENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-SENT-TIME FROM TIME

    DISPLAY "Message sent to " FUNCTION TRIM(WS-OTHER-USER) ".".

LOAD-MY-CONNECTIONS.
    *> Same "START on each user column's alternate key" shape
    *> JobSearch.cob's LOAD-MY-CONNECTIONS uses.
    MOVE 0 TO WS-MY-CONN-COUNT
    MOVE "N" TO WS-EOF-CONN
    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
    ELSE
        MOVE "A" TO WS-CONN-SIDE
        PERFORM READ-MY-CONNECTION-ROWS
        MOVE "B" TO WS-CONN-SIDE
        PERFORM READ-MY-CONNECTION-ROWS
        CLOSE ConnectionsFile
    END-IF.

READ-MY-CONNECTION-ROWS.
    *> One side of the caller's rows: WS-CONN-SIDE = "A" STARTs on the
    *> CONN-USER-A alternate key, "B" on CONN-USER-B, and reads on
    *> until that column stops matching.
    MOVE "N" TO WS-EOF-CONN
    IF WS-CONN-SIDE = "A"
        MOVE LNK-USER-NAME TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    ELSE
        MOVE LNK-USER-NAME TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    END-IF
    PERFORM UNTIL WS-EOF-CONN = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF-CONN
            NOT AT END
                IF (WS-CONN-SIDE = "A" AND CONN-USER-A NOT = LNK-USER-NAME)
                    OR (WS-CONN-SIDE = "B" AND CONN-USER-B NOT = LNK-USER-NAME)
                    MOVE "Y" TO WS-EOF-CONN
                ELSE
                    MOVE SPACES TO WS-OTHER-USER
                    IF FUNCTION TRIM(CONN-USER-A) = FUNCTION TRIM(LNK-USER-NAME)
                        MOVE CONN-USER-B TO WS-OTHER-USER
                        ADD 1 TO WS-MY-CONN-COUNT
                        MOVE WS-OTHER-USER TO WS-MY-CONN(WS-MY-CONN-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

CHECK-PAIR-BLOCKED.
    *> WS-IS-BLOCKED = "Y" when LNK-USER-NAME and WS-OTHER-USER appear
