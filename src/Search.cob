           FILE STATUS IS LS-NOTIF-STAT.

       SELECT CONNECTIONS-FILE ASSIGN TO "data/Connections.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONN-PAIR-KEY
           ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
           FILE STATUS IS LS-CONN-STAT.

       SELECT INTRODUCTION-REQUESTS-FILE ASSIGN TO "data/IntroductionRequests.dat"

FD CONNECTIONS-FILE.
01 CONNECTIONS-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD INTRODUCTION-REQUESTS-FILE.
01     LS-INTRO-STAT       PIC XX.
01     LS-INTRO-RRN        PIC 9(4) VALUE 0.
01     WS-EOF-CONN         PIC X VALUE 'N'.
01     WS-CONN-SIDE        PIC X VALUE 'A'.
01     WS-EOF-INTRO        PIC X VALUE 'N'.
01     WS-A-CONN-COUNT     PIC 9(4) VALUE 0.
01     WS-A-CONN-TABLE.
01     WS-EXPORT-CHOICE         PIC X VALUE SPACE.
01     WS-EXPORT-IDX            PIC 99 VALUE 0.

*> Free text is screened by ContentScreen.cob against the shared
*> word/pattern list before it is saved.
77 WS-CS-SOURCE PIC X(20) VALUE SPACES.
77 WS-CS-KEY    PIC X(100) VALUE SPACES.
77 WS-CS-TEXT   PIC X(200) VALUE SPACES.
77 WS-CS-RESULT PIC X VALUE SPACE.
77 WS-CS-REASON PIC X(40) VALUE SPACES.

LINKAGE SECTION.
01     LNK-USER-NAME       PIC X(30).


CHECK-SEARCHER-CONNECTED.
       *> WS-IS-CONNECTED is 'Y' when LNK-USER-NAME and PR-USERNAME
       *> appear together in Connections.dat, in either direction -
       *> two direct reads on the user-pair key, one per order.
       MOVE 'N' TO WS-IS-CONNECTED
       OPEN INPUT CONNECTIONS-FILE

       IF LS-CONN-STAT = "35"
           CLOSE CONNECTIONS-FILE
       ELSE
           MOVE LNK-USER-NAME TO CONN-USER-A
           MOVE PR-USERNAME TO CONN-USER-B
           READ CONNECTIONS-FILE KEY IS CONN-PAIR-KEY
               INVALID KEY
                   MOVE PR-USERNAME TO CONN-USER-A
                   MOVE LNK-USER-NAME TO CONN-USER-B
                   READ CONNECTIONS-FILE KEY IS CONN-PAIR-KEY
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IS-CONNECTED
                   END-READ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-IS-CONNECTED
           END-READ
           CLOSE CONNECTIONS-FILE
       END-IF.

