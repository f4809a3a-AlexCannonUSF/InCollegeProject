>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NetworkPath.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT BlocklistFile ASSIGN TO "data/Blocklist.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BLOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD BlocklistFile.
01 BLOCKLIST-RECORD.
       05 BL-USER-A            PIC X(30).
       05 BL-USER-B            PIC X(30).

WORKING-STORAGE SECTION.
*> Shortest chain of connections from LK-VIEWER to LK-TARGET in
*> Connections.dat, up to three degrees. LK-DEGREE 1 means they are
*> connected, 2 means LK-HOP-1 knows both (viewer - hop 1 - target),
*> 3 means viewer - LK-HOP-1 - LK-HOP-2 - target; 0 means no chain
*> of three degrees or fewer. PersonalProfile.cob shows the chain and
*> offers LK-HOP-1 as the intermediary for an introduction request.
*>
*> A chain is never built across a pair that appears in Blocklist.dat
*> (either direction), nor through a hop-2 member whose profile is
*> connections-only (PrivacyPref.cob scope "C") - the viewer is not
*> their connection, so naming them would show a hidden profile.
*> Hop 1 is always one of the viewer's own connections, who can see
*> that profile anyway.
*>
*> Found by meeting in the middle: the viewer's connections and the
*> target's connections are loaded once, a name in both is a 2-degree
*> chain, and otherwise each of the viewer's connections has its own
*> rows read off the alternate keys looking for someone in the
*> target's list. Ties go to the first found, in key order.
77 WS-CONN-STAT     PIC XX VALUE SPACES.
77 WS-BLOCK-STAT    PIC XX VALUE SPACES.
77 WS-EOF-CONN      PIC X VALUE "N".
77 WS-EOF-BLOCK     PIC X VALUE "N".
77 WS-CONN-SIDE     PIC X VALUE "A".
77 WS-CONN-LOOKUP   PIC X(30) VALUE SPACES.
77 WS-CONN-OTHER    PIC X(30) VALUE SPACES.
77 WS-LOAD-INTO     PIC X VALUE "V".
77 WS-PAIR-1        PIC X(30) VALUE SPACES.
77 WS-PAIR-2        PIC X(30) VALUE SPACES.
77 WS-PAIR-BLOCKED  PIC X VALUE "N".
77 WS-IN-TARGET     PIC X VALUE "N".
77 WS-FOUND         PIC X VALUE "N".
77 I                PIC 9(4) VALUE 0.
77 J                PIC 9(4) VALUE 0.
77 WS-TARGET-IDX    PIC 9(4) VALUE 0.
77 WS-BLOCK-IDX     PIC 9(4) VALUE 0.

77 WS-PV-SCOPE          PIC X(01) VALUE SPACE.
77 WS-PV-HIDE-CANDIDATE PIC X(01) VALUE SPACE.
77 WS-PV-HIDE-VIEWS     PIC X(01) VALUE SPACE.

77 WS-VIEWER-COUNT PIC 9(4) VALUE 0.
01 WS-VIEWER-TABLE.
   05 WS-VIEWER-CONN OCCURS 200 TIMES PIC X(30).
77 WS-TARGET-COUNT PIC 9(4) VALUE 0.
01 WS-TARGET-TABLE.
   05 WS-TARGET-CONN OCCURS 200 TIMES PIC X(30).
77 WS-HOP-COUNT PIC 9(4) VALUE 0.
01 WS-HOP-TABLE.
   05 WS-HOP-CONN OCCURS 200 TIMES PIC X(30).
77 WS-BLOCK-COUNT PIC 9(4) VALUE 0.
01 WS-BLOCK-TABLE.
   05 WS-BLOCK-ROW OCCURS 500 TIMES.
       10 WS-BLOCK-A PIC X(30).
       10 WS-BLOCK-B PIC X(30).

LINKAGE SECTION.
01 LK-VIEWER  PIC X(30).
01 LK-TARGET  PIC X(30).
01 LK-DEGREE  PIC 9.
01 LK-HOP-1   PIC X(30).
01 LK-HOP-2   PIC X(30).

PROCEDURE DIVISION USING LK-VIEWER LK-TARGET LK-DEGREE LK-HOP-1
    LK-HOP-2.
MAIN-LOGIC.
    MOVE 0 TO LK-DEGREE
    MOVE SPACES TO LK-HOP-1
    MOVE SPACES TO LK-HOP-2
    MOVE "N" TO WS-FOUND
    PERFORM LOAD-BLOCKLIST

    OPEN INPUT ConnectionsFile
    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
        GOBACK
    END-IF

    MOVE 0 TO WS-VIEWER-COUNT
    MOVE LK-VIEWER TO WS-CONN-LOOKUP
    MOVE "V" TO WS-LOAD-INTO
    PERFORM LOAD-BOTH-SIDES
    MOVE 0 TO WS-TARGET-COUNT
    MOVE LK-TARGET TO WS-CONN-LOOKUP
    MOVE "T" TO WS-LOAD-INTO
    PERFORM LOAD-BOTH-SIDES

    PERFORM FIND-DIRECT
    IF WS-FOUND = "N"
        PERFORM FIND-TWO-DEGREES
    END-IF
    IF WS-FOUND = "N"
        PERFORM FIND-THREE-DEGREES
    END-IF
    CLOSE ConnectionsFile
    GOBACK.

FIND-DIRECT.
    PERFORM VARYING I FROM 1 BY 1
        UNTIL I > WS-VIEWER-COUNT OR WS-FOUND = "Y"
        IF WS-VIEWER-CONN(I) = LK-TARGET
            MOVE 1 TO LK-DEGREE
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM.

FIND-TWO-DEGREES.
    PERFORM VARYING I FROM 1 BY 1
        UNTIL I > WS-VIEWER-COUNT OR WS-FOUND = "Y"
        MOVE WS-VIEWER-CONN(I) TO WS-CONN-OTHER
        PERFORM CHECK-IN-TARGET-LIST
        IF WS-IN-TARGET = "Y"
            MOVE 2 TO LK-DEGREE
            MOVE WS-VIEWER-CONN(I) TO LK-HOP-1
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM.

FIND-THREE-DEGREES.
    PERFORM VARYING I FROM 1 BY 1
        UNTIL I > WS-VIEWER-COUNT OR WS-FOUND = "Y"
        MOVE 0 TO WS-HOP-COUNT
        MOVE WS-VIEWER-CONN(I) TO WS-CONN-LOOKUP
        MOVE "H" TO WS-LOAD-INTO
        PERFORM LOAD-BOTH-SIDES
        PERFORM VARYING J FROM 1 BY 1
            UNTIL J > WS-HOP-COUNT OR WS-FOUND = "Y"
            MOVE WS-HOP-CONN(J) TO WS-CONN-OTHER
            PERFORM CHECK-IN-TARGET-LIST
            IF WS-IN-TARGET = "Y" AND WS-CONN-OTHER NOT = LK-VIEWER
                CALL "PrivacyPref" USING WS-CONN-OTHER WS-PV-SCOPE
                    WS-PV-HIDE-CANDIDATE WS-PV-HIDE-VIEWS
                IF WS-PV-SCOPE NOT = "C"
                    MOVE 3 TO LK-DEGREE
                    MOVE WS-VIEWER-CONN(I) TO LK-HOP-1
                    MOVE WS-CONN-OTHER TO LK-HOP-2
                    MOVE "Y" TO WS-FOUND
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

CHECK-IN-TARGET-LIST.
    *> WS-IN-TARGET = "Y" when WS-CONN-OTHER is one of the target's
    *> connections. Own subscript: this is reached from inside the J
    *> loop of FIND-THREE-DEGREES.
    MOVE "N" TO WS-IN-TARGET
    PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
        UNTIL WS-TARGET-IDX > WS-TARGET-COUNT OR WS-IN-TARGET = "Y"
        IF WS-TARGET-CONN(WS-TARGET-IDX) = WS-CONN-OTHER
            MOVE "Y" TO WS-IN-TARGET
        END-IF
    END-PERFORM.

LOAD-BOTH-SIDES.
    MOVE "A" TO WS-CONN-SIDE
    PERFORM READ-LOOKUP-CONNECTION-ROWS
    MOVE "B" TO WS-CONN-SIDE
    PERFORM READ-LOOKUP-CONNECTION-ROWS.

READ-LOOKUP-CONNECTION-ROWS.
    *> One side of WS-CONN-LOOKUP's rows, STARTed on the CONN-USER-A or
    *> CONN-USER-B alternate key and read until that column stops
    *> matching - the same walk PersonalProfile.cob's
    *> READ-LOOKUP-CONNECTION-ROWS makes. Each other party is kept in
    *> the table WS-LOAD-INTO names, unless the pair is blocked.
    MOVE "N" TO WS-EOF-CONN
    IF WS-CONN-SIDE = "A"
        MOVE WS-CONN-LOOKUP TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    ELSE
        MOVE WS-CONN-LOOKUP TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    END-IF
    PERFORM UNTIL WS-EOF-CONN = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF-CONN
            NOT AT END
                IF (WS-CONN-SIDE = "A" AND CONN-USER-A NOT = WS-CONN-LOOKUP)
                    OR (WS-CONN-SIDE = "B" AND CONN-USER-B NOT = WS-CONN-LOOKUP)
                    MOVE "Y" TO WS-EOF-CONN
                ELSE
                    IF WS-CONN-SIDE = "A"
                        MOVE CONN-USER-B TO WS-CONN-OTHER
                    ELSE
                        MOVE CONN-USER-A TO WS-CONN-OTHER
                    END-IF
                    PERFORM KEEP-CONNECTION
                END-IF
        END-READ
    END-PERFORM.

KEEP-CONNECTION.
    MOVE WS-CONN-LOOKUP TO WS-PAIR-1
    MOVE WS-CONN-OTHER TO WS-PAIR-2
    PERFORM CHECK-PAIR-BLOCKED
    IF WS-PAIR-BLOCKED = "Y"
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-LOAD-INTO
        WHEN "V"
            IF WS-VIEWER-COUNT < 200
                ADD 1 TO WS-VIEWER-COUNT
                MOVE WS-CONN-OTHER TO WS-VIEWER-CONN(WS-VIEWER-COUNT)
            END-IF
        WHEN "T"
            IF WS-TARGET-COUNT < 200
                ADD 1 TO WS-TARGET-COUNT
                MOVE WS-CONN-OTHER TO WS-TARGET-CONN(WS-TARGET-COUNT)
            END-IF
        WHEN OTHER
            IF WS-HOP-COUNT < 200
                ADD 1 TO WS-HOP-COUNT
                MOVE WS-CONN-OTHER TO WS-HOP-CONN(WS-HOP-COUNT)
            END-IF
    END-EVALUATE.

LOAD-BLOCKLIST.
    MOVE 0 TO WS-BLOCK-COUNT
    MOVE "N" TO WS-EOF-BLOCK
    OPEN INPUT BlocklistFile
    IF WS-BLOCK-STAT = "35"
        CLOSE BlocklistFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-BLOCK = "Y"
        READ BlocklistFile
            AT END
                MOVE "Y" TO WS-EOF-BLOCK
            NOT AT END
                IF WS-BLOCK-COUNT < 500
                    ADD 1 TO WS-BLOCK-COUNT
                    MOVE BL-USER-A TO WS-BLOCK-A(WS-BLOCK-COUNT)
                    MOVE BL-USER-B TO WS-BLOCK-B(WS-BLOCK-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE BlocklistFile.

CHECK-PAIR-BLOCKED.
    *> WS-PAIR-BLOCKED = "Y" when WS-PAIR-1 and WS-PAIR-2 appear
    *> together in Blocklist.dat in either direction.
    MOVE "N" TO WS-PAIR-BLOCKED
    PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
        UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT OR WS-PAIR-BLOCKED = "Y"
        IF (WS-BLOCK-A(WS-BLOCK-IDX) = WS-PAIR-1
            AND WS-BLOCK-B(WS-BLOCK-IDX) = WS-PAIR-2)
            OR (WS-BLOCK-A(WS-BLOCK-IDX) = WS-PAIR-2
            AND WS-BLOCK-B(WS-BLOCK-IDX) = WS-PAIR-1)
            MOVE "Y" TO WS-PAIR-BLOCKED
        END-IF
    END-PERFORM.
