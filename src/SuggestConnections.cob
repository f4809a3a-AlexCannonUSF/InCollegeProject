        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-STAT.
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
77 WS-EOF-PROFILE   PIC X VALUE "N".
77 WS-CONN-STAT     PIC XX VALUE SPACES.
77 WS-EOF-CONN      PIC X VALUE "N".
77 WS-CONN-SIDE     PIC X VALUE "A".
77 K                PIC 9(4) VALUE 0.
77 WS-BLOCK-STAT    PIC XX VALUE SPACES.
77 WS-EOF-BLOCK     PIC X VALUE "N".
77 WS-REQ-STAT      PIC XX VALUE SPACES.
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
                    IF WS-MY-CONN-COUNT < 50
                        IF FUNCTION TRIM(CONN-USER-A) = FUNCTION TRIM(LNK-USER-NAME)
                            ADD 1 TO WS-MY-CONN-COUNT
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

BUILD-SUGGESTIONS.
    *> One pass over profiles.dat: every student sharing the caller's
    END-EVALUATE.

ADD-MUTUAL-SCORES.
    *> Each of my connections' own rows are read straight off the
    *> alternate keys: every row linking one of them to a candidate
    *> bumps that candidate's score, so friend-of-a-friend candidates
    *> rank above strangers from the same program.
    IF WS-MY-CONN-COUNT = 0 OR WS-SUGGEST-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
    ELSE
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MY-CONN-COUNT
            MOVE "A" TO WS-CONN-SIDE
            PERFORM READ-FRIEND-CONNECTION-ROWS
            MOVE "B" TO WS-CONN-SIDE
            PERFORM READ-FRIEND-CONNECTION-ROWS
        END-PERFORM
        CLOSE ConnectionsFile
    END-IF.

READ-FRIEND-CONNECTION-ROWS.
    *> One side of WS-MY-CONN(K)'s rows, the same START-and-read-on
    *> shape as READ-MY-CONNECTION-ROWS; the far end of each row is
    *> the friend-of-a-friend.
    MOVE "N" TO WS-EOF-CONN
    IF WS-CONN-SIDE = "A"
        MOVE WS-MY-CONN(K) TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    ELSE
        MOVE WS-MY-CONN(K) TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    END-IF
    PERFORM UNTIL WS-EOF-CONN = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF-CONN
            NOT AT END
                IF (WS-CONN-SIDE = "A" AND CONN-USER-A NOT = WS-MY-CONN(K))
                    OR (WS-CONN-SIDE = "B" AND CONN-USER-B NOT = WS-MY-CONN(K))
                    MOVE "Y" TO WS-EOF-CONN
                ELSE
                    IF WS-CONN-SIDE = "A"
                        MOVE CONN-USER-B TO WS-OTHER-A
                    ELSE
                        MOVE CONN-USER-A TO WS-OTHER-A
                    END-IF
                    PERFORM BUMP-CANDIDATE-SCORE
                END-IF
        END-READ
    END-PERFORM.

BUMP-CANDIDATE-SCORE.
    MOVE 0 TO WS-CAND-IDX
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SUGGEST-COUNT
