           *> Collects LNK-USER-NAME's own connections into
           *> WS-A-CONN-TABLE, then keeps only the ones who are also
           *> connected to PR-USERNAME, into WS-MUTUAL-TABLE - the same
           *> "load once into a fixed table" shape ViewConnections.cob
           *> and ManageBlocklist.cob use, read straight off the
           *> CONN-USER-A and CONN-USER-B alternate keys.
           MOVE 0 TO WS-A-CONN-COUNT
           MOVE 0 TO WS-MUTUAL-COUNT
           MOVE 'N' TO WS-EOF-CONN
               OPEN OUTPUT CONNECTIONS-FILE
               CLOSE CONNECTIONS-FILE
           ELSE
               MOVE 'A' TO WS-CONN-SIDE
               PERFORM READ-OWN-CONNECTION-ROWS
               MOVE 'B' TO WS-CONN-SIDE
               PERFORM READ-OWN-CONNECTION-ROWS
               CLOSE CONNECTIONS-FILE

               PERFORM VARYING WS-INTRO-IDX FROM 1 BY 1
               END-PERFORM
           END-IF.

       READ-OWN-CONNECTION-ROWS.
           *> One side of LNK-USER-NAME's rows: WS-CONN-SIDE = 'A'
           *> STARTs on the CONN-USER-A alternate key, 'B' on
           *> CONN-USER-B, and reads on until that column stops matching.
           MOVE 'N' TO WS-EOF-CONN
           IF WS-CONN-SIDE = 'A'
               MOVE LNK-USER-NAME TO CONN-USER-A
               START CONNECTIONS-FILE KEY IS = CONN-USER-A
                   INVALID KEY MOVE 'Y' TO WS-EOF-CONN
               END-START
           ELSE
               MOVE LNK-USER-NAME TO CONN-USER-B
               START CONNECTIONS-FILE KEY IS = CONN-USER-B
                   INVALID KEY MOVE 'Y' TO WS-EOF-CONN
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-CONN = 'Y'
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CONN
                   NOT AT END
                       IF (WS-CONN-SIDE = 'A' AND CONN-USER-A NOT = LNK-USER-NAME)
                           OR (WS-CONN-SIDE = 'B' AND CONN-USER-B NOT = LNK-USER-NAME)
                           MOVE 'Y' TO WS-EOF-CONN
                       ELSE
                           IF WS-A-CONN-COUNT < 50
                               ADD 1 TO WS-A-CONN-COUNT
                               IF WS-CONN-SIDE = 'A'
                                   MOVE CONN-USER-B TO WS-A-CONN-USER(WS-A-CONN-COUNT)
                               ELSE
                                   MOVE CONN-USER-A TO WS-A-CONN-USER(WS-A-CONN-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-USER-CONNECTED-TO-TARGET.
           *> WS-IS-MUTUAL is 'Y' when WS-INTRO-CHECK-USER and
           *> PR-USERNAME appear together in Connections.dat, in either
           *> direction - two direct reads on the user-pair key.
           MOVE 'N' TO WS-IS-MUTUAL
           OPEN INPUT CONNECTIONS-FILE

           IF LS-CONN-STAT NOT = "35"
               MOVE WS-INTRO-CHECK-USER TO CONN-USER-A
               MOVE PR-USERNAME TO CONN-USER-B
               READ CONNECTIONS-FILE KEY IS CONN-PAIR-KEY
                   INVALID KEY
                       MOVE PR-USERNAME TO CONN-USER-A
                       MOVE WS-INTRO-CHECK-USER TO CONN-USER-B
                       READ CONNECTIONS-FILE KEY IS CONN-PAIR-KEY
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-IS-MUTUAL
                       END-READ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-IS-MUTUAL
               END-READ
           END-IF
           CLOSE CONNECTIONS-FILE.

