INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.

DATA DIVISION.
FILE SECTION.
FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

WORKING-STORAGE SECTION.
77 WS-CONN-STAT     PIC XX VALUE SPACES.
77 WS-EOF-CONN      PIC X VALUE "N".
77 WS-CONN-SIDE     PIC X VALUE "A".
77 WS-CONN-COUNT    PIC 9(4) VALUE 0.
77 WS-CHOICE-RAW    PIC X(4) VALUE SPACES.
77 WS-CHOICE        PIC 9(4) VALUE 0.
77 I                PIC 9(4) VALUE 0.
77 WS-REMOVED       PIC X VALUE "N".
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

01 WS-CONN-TABLE.
   05 WS-CONN-ROW OCCURS 50 TIMES.
PROCEDURE DIVISION USING LNK-USER-NAME.

MAIN-LOGIC.
    MOVE "Connections.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF

    DISPLAY "--- Remove a Connection ---"
    PERFORM LOAD-OWN-CONNECTIONS

    END-IF

    IF WS-CHOICE > 0 AND WS-CHOICE <= WS-CONN-COUNT
        PERFORM DELETE-CONNECTION-ROW
        IF WS-REMOVED = "Y"
            DISPLAY "Connection removed."
        ELSE
            DISPLAY "That connection was not found - it may already "
                "have been removed."
        END-IF
    END-IF

    GOBACK.

LOAD-OWN-CONNECTIONS.
    *> Same "load this caller's own rows into a table" shape as
    *> JobApplicants.cob's LOAD-OWN-POSTINGS, but records only the
    *> other party's username since that is all this caller needs to
    *> pick a connection to drop. The rows come straight off the
    *> CONN-USER-A and CONN-USER-B alternate keys.
    MOVE 0 TO WS-CONN-COUNT
    MOVE "N" TO WS-EOF-CONN
    OPEN INPUT ConnectionsFile

    IF WS-CONN-STAT = "35"
        OPEN OUTPUT ConnectionsFile
        CLOSE ConnectionsFile
    ELSE
        MOVE "A" TO WS-CONN-SIDE
        PERFORM READ-OWN-CONNECTION-ROWS
        MOVE "B" TO WS-CONN-SIDE
        PERFORM READ-OWN-CONNECTION-ROWS
        CLOSE ConnectionsFile
    END-IF.

READ-OWN-CONNECTION-ROWS.
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
                    IF FUNCTION TRIM(CONN-USER-A) = FUNCTION TRIM(LNK-USER-NAME)
                        AND WS-CONN-COUNT < 50
                        ADD 1 TO WS-CONN-COUNT
                            MOVE CONN-USER-A TO WS-CONN-OTHER(WS-CONN-COUNT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

DELETE-CONNECTION-ROW.
    *> Deletes the selected connection row by its user-pair key. The
    *> pair may have been recorded in either column order, so the
    *> caller-first key is tried and then the other-party-first one.
    MOVE "N" TO WS-REMOVED
    OPEN I-O ConnectionsFile
    IF WS-CONN-STAT = "35"
        *> The file went away since the list was read: nothing to
        *> remove.
        EXIT PARAGRAPH
    END-IF
    IF WS-CONN-STAT NOT = "00"
        DISPLAY "Connections could not be opened for update (status "
            WS-CONN-STAT "). No connection was removed."
        GOBACK
    END-IF
    MOVE LNK-USER-NAME TO CONN-USER-A
    MOVE WS-CONN-OTHER(WS-CHOICE) TO CONN-USER-B
    DELETE ConnectionsFile RECORD
        INVALID KEY
            MOVE WS-CONN-OTHER(WS-CHOICE) TO CONN-USER-A
            MOVE LNK-USER-NAME TO CONN-USER-B
            DELETE ConnectionsFile RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-REMOVED
            END-DELETE
        NOT INVALID KEY
            MOVE "Y" TO WS-REMOVED
    END-DELETE
    CLOSE ConnectionsFile.

END PROGRAM RemoveConnection.
