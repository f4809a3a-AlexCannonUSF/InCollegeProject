               ACCEPT WS-REQUEST-NOTE
               INSPECT WS-REQUEST-NOTE REPLACING ALL X'0D' BY SPACE
               INSPECT WS-REQUEST-NOTE REPLACING ALL X'0A' BY SPACE
               MOVE "REQUEST NOTE" TO WS-CS-SOURCE
               MOVE PR-USERNAME TO WS-CS-KEY
               MOVE WS-REQUEST-NOTE TO WS-CS-TEXT
               CALL "ContentScreen" USING "S" WS-CS-SOURCE
                   LNK-USER-NAME WS-CS-KEY WS-CS-TEXT WS-CS-RESULT
                   WS-CS-REASON
               IF WS-CS-RESULT = "R"
                   MOVE SPACES TO OUT-RECORD
                   STRING "Note not saved (" FUNCTION TRIM(WS-CS-REASON)
                       "); the request goes without one."
                       DELIMITED BY SIZE INTO OUT-RECORD
                   PERFORM DISPLAY-AND-WRITE
                   MOVE SPACES TO WS-REQUEST-NOTE
               END-IF
               MOVE WS-REQUEST-NOTE TO REQUEST-NOTE

               WRITE PENDING-REQUESTS-RECORD
