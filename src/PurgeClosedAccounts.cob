        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ACC-STAT.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT SkillsCompletedFile ASSIGN TO "data/SkillsCompleted.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL

FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD SkillsCompletedFile.
01 SKILL-COMPLETED-RECORD.
       05 SKILL-USERNAME PIC X(30).
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD TempAppFile.
01 TEMP-APP-RECORD PIC X(148).

FD BlocklistFile.
01 BLOCKLIST-RECORD.
01 TEMP-BLOCK-RECORD PIC X(60).

WORKING-STORAGE SECTION.
77 WS-RECOVER-SKILL-DAT PIC X(60) VALUE "data/SkillsCompleted.dat".
77 WS-RECOVER-SKILL-TMP PIC X(60) VALUE "data/SkillsCompleted.tmp".
77 WS-RECOVER-RV-DAT PIC X(60) VALUE "data/RecentlyViewed.dat".
77 WS-EOF-ACC       PIC X VALUE "N".
77 WS-CONN-STAT     PIC XX VALUE SPACES.
77 WS-EOF-CONN      PIC X VALUE "N".
77 WS-CONN-SIDE     PIC X VALUE "A".
77 WS-SKILL-STAT    PIC XX VALUE SPACES.
77 WS-EOF-SKILL     PIC X VALUE "N".
77 WS-RV-STAT       PIC XX VALUE SPACES.
*> the run instead of logging it completed; accounts.dat's layout is
*> unchanged, so without this guard the sweep would load the closed
*> accounts fine and then rewrite the old application rows at the
*> wrong width. Connections.dat is checked the same way, since the
*> sweep deletes from it by key and so needs the indexed layout, and
*> so are the saved-job, interview-slot, application-detail,
*> posting-report, scorecard, application-thread and placement files
*> PurgeUserRows.cob rewrites, which carry the posting ID.
77 WS-GUARD-FILE    PIC X(30) VALUE "JobApplications.dat".
77 WS-GUARD-VERSION PIC 9(2) VALUE 3.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.
77 WS-LOCK-RESULT   PIC X VALUE SPACE.

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
    *> CloseAccount.cob purges a closing account's rows out of the
    *> per-user files at closure time, but rows written before that
    *> purge existed - or left behind by a run that died partway -
    *> SkillsCompleted.dat, RecentlyViewed.dat, Notifications.dat,
    *> JobApplications.dat, and Blocklist.dat, so a closed user stops
    *> showing up in anyone's connection list or view history.
    MOVE "JobApplications.dat" TO WS-GUARD-FILE
    MOVE 3 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT = "Y"
        MOVE "Connections.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "SavedJobs.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "InterviewSlots.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "ApplicationDetails.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "PostingReports.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "Scorecards.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "ApplicationThreads.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
    IF WS-GUARD-RESULT = "Y"
        MOVE "Placements.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
    END-IF
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

    IF WS-CLOSED-COUNT = 0
        DISPLAY "Closed-account purge sweep: no closed accounts."
    ELSE
        *> The sweeps below share one update-lock window
        *> (UpdateLock.cob), same as PurgeUserRows.cob - these files
        *> are rebuilt by logged-in sessions at the same time this
        *> sweep runs from the batch. PurgeUserRows takes the lock
        PERFORM PRINT-REPORT
        PERFORM RECORD-PURGE-AUDIT
    END-IF
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    MOVE WS-STEP-RC TO RETURN-CODE
    GOBACK.

SWEEP-NEW-PER-USER-FILES.
                AT END
                    MOVE "Y" TO WS-EOF-ACC
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF ACC-ACTIVE-FLAG = "N"
                        IF WS-CLOSED-COUNT < 200
                            ADD 1 TO WS-CLOSED-COUNT
    END-PERFORM.

SWEEP-CONNECTIONS.
    *> Connections.dat is indexed on each user column, so each closed
    *> account's rows are read straight off the CONN-USER-A and then
    *> the CONN-USER-B alternate key and deleted in place - no
    *> rebuild, and rows for open accounts are never touched.
    OPEN I-O ConnectionsFile

    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
    ELSE
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CLOSED-COUNT
            MOVE "A" TO WS-CONN-SIDE
            PERFORM DELETE-CLOSED-CONNECTION-ROWS
            MOVE "B" TO WS-CONN-SIDE
            PERFORM DELETE-CLOSED-CONNECTION-ROWS
        END-PERFORM
        CLOSE ConnectionsFile
    END-IF.

DELETE-CLOSED-CONNECTION-ROWS.
    *> One side of WS-CLOSED-USER(I)'s rows: WS-CONN-SIDE = "A" STARTs
    *> on the CONN-USER-A alternate key, "B" on CONN-USER-B, and
    *> deletes each row read until that column stops matching.
    MOVE "N" TO WS-EOF-CONN
    IF WS-CONN-SIDE = "A"
        MOVE WS-CLOSED-USER(I) TO CONN-USER-A
        START ConnectionsFile KEY IS = CONN-USER-A
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    ELSE
        MOVE WS-CLOSED-USER(I) TO CONN-USER-B
        START ConnectionsFile KEY IS = CONN-USER-B
            INVALID KEY MOVE "Y" TO WS-EOF-CONN
        END-START
    END-IF
    PERFORM UNTIL WS-EOF-CONN = "Y"
        READ ConnectionsFile NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF-CONN
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF (WS-CONN-SIDE = "A"
                        AND CONN-USER-A NOT = WS-CLOSED-USER(I))
                    OR (WS-CONN-SIDE = "B"
                        AND CONN-USER-B NOT = WS-CLOSED-USER(I))
                    MOVE "Y" TO WS-EOF-CONN
                ELSE
                    DELETE ConnectionsFile RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO WS-PURGED-TOTAL
                    END-DELETE
                END-IF
        END-READ
    END-PERFORM.

SWEEP-SKILLS-COMPLETED.
    MOVE "N" TO WS-EOF-SKILL
    CALL "RecoverTempFile" USING WS-RECOVER-SKILL-DAT
                AT END
                    MOVE "Y" TO WS-EOF-SKILL
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE SKILL-USERNAME TO WS-CHECK-NAME
                    PERFORM CHECK-CLOSED
                    IF WS-IS-CLOSED = "Y"
                        MOVE SKILL-COMPLETED-RECORD
                            TO TEMP-SKILL-RECORD
                        WRITE TEMP-SKILL-RECORD
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF-RV
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE RV-VIEWER-USERNAME TO WS-CHECK-NAME
                    PERFORM CHECK-CLOSED
                    IF WS-IS-CLOSED = "N"
                    ELSE
                        MOVE RECENTLY-VIEWED-RECORD TO TEMP-RV-RECORD
                        WRITE TEMP-RV-RECORD
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF-NOTIF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE NOTIF-USERNAME TO WS-CHECK-NAME
                    PERFORM CHECK-CLOSED
                    IF WS-IS-CLOSED = "Y"
                    ELSE
                        MOVE NOTIFICATIONS-RECORD TO TEMP-NOTIF-RECORD
                        WRITE TEMP-NOTIF-RECORD
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF-APP
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE APP-USERNAME TO WS-CHECK-NAME
                    PERFORM CHECK-CLOSED
                    IF WS-IS-CLOSED = "Y"
                    ELSE
                        MOVE JOB-APPLICATION-RECORD TO TEMP-APP-RECORD
                        WRITE TEMP-APP-RECORD
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF-BLOCK
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE BL-USER-A TO WS-CHECK-NAME
                    PERFORM CHECK-CLOSED
                    IF WS-IS-CLOSED = "N"
                    ELSE
                        MOVE BLOCKLIST-RECORD TO TEMP-BLOCK-RECORD
                        WRITE TEMP-BLOCK-RECORD
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
