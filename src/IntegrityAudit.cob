        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT SkillsCompletedFile ASSIGN TO "data/SkillsCompleted.dat"
        ORGANIZATION IS SEQUENTIAL
       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

FD SkillsCompletedFile.
       05 AD-JOB-COMPANY PIC X(50).
       05 AD-COVER-NOTE  PIC X(200).
       05 AD-PROFILE     PIC X(1735).
       05 AD-POSTING-ID  PIC 9(9).

FD SummaryFile.
01 SUMMARY-LINE PIC X(100).
77 WS-POSTING-SKIPPED PIC 9(4) VALUE 0.
01 WS-POSTING-TABLE.
    05 WS-POSTING-ROW OCCURS 200 TIMES.
        10 WS-POSTING-ID      PIC 9(9).

77 WS-CHECK-NAME   PIC X(30) VALUE SPACES.
77 WS-NAME-KNOWN   PIC X VALUE "N".
77 WS-ORPHAN-HISTORY  PIC 9(6) VALUE 0.
77 WS-ORPHAN-DETAILS  PIC 9(6) VALUE 0.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    *> Reset the orphan counters - a second CALL in one admin session
    *> (e.g. two nightly batch runs) would otherwise double them. The
    *> reference tables are reset by their own loaders.
    MOVE SPACES TO SUMMARY-LINE
    STRING "Integrity audit - " WS-TODAY INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    IF WS-ACCOUNT-SKIPPED > 0 OR WS-POSTING-SKIPPED > 0
        MOVE SPACES TO SUMMARY-LINE
            WS-POSTING-SKIPPED " posting(s) beyond the cap) - "
            INTO SUMMARY-LINE
        WRITE SUMMARY-LINE
        ADD 1 TO WS-BS-WRITTEN
        MOVE "orphan counts below may be overstated." TO SUMMARY-LINE
        WRITE SUMMARY-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF

    PERFORM CHECK-PROFILES

    CLOSE SummaryFile
    DISPLAY "Report written to data/IntegrityAudit-Summary.txt"
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

LOAD-ACCOUNT-NAMES.
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF WS-ACCOUNT-COUNT < 500
                        ADD 1 TO WS-ACCOUNT-COUNT
                        MOVE ACC-USERNAME TO WS-ACCOUNT-NAME(WS-ACCOUNT-COUNT)
    END-IF.

LOAD-POSTING-KEYS.
    *> Every posting's ID, whatever its status - a closed posting
    *> still legitimately anchors its applications; only a posting
    *> with no row at all orphans them, as does an application the
    *> posting-ID conversion could not place (ID 0).
    MOVE 0 TO WS-POSTING-COUNT
    MOVE 0 TO WS-POSTING-SKIPPED
    MOVE "N" TO WS-EOF
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    IF WS-POSTING-COUNT < 200
                        ADD 1 TO WS-POSTING-COUNT
                        MOVE JOB-POSTING-ID TO WS-POSTING-ID(WS-POSTING-COUNT)
                    ELSE
                        ADD 1 TO WS-POSTING-SKIPPED
                    END-IF
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE Username TO WS-CHECK-NAME
                    PERFORM CHECK-ACCOUNT-KNOWN
                    IF WS-NAME-KNOWN = "N"
                            " has no accounts.dat row"
                            INTO SUMMARY-LINE
                        WRITE SUMMARY-LINE
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE "N" TO WS-POSTING-KNOWN
                    PERFORM VARYING I FROM 1 BY 1
                        UNTIL I > WS-POSTING-COUNT
                        OR WS-POSTING-KNOWN = "Y"
                        IF WS-POSTING-ID(I) = APP-POSTING-ID
                            AND APP-POSTING-ID > 0
                            MOVE "Y" TO WS-POSTING-KNOWN
                        END-IF
                    END-PERFORM
                            " (posting gone)"
                            INTO SUMMARY-LINE
                        WRITE SUMMARY-LINE
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE CONN-USER-A TO WS-CHECK-NAME
                    PERFORM CHECK-ACCOUNT-KNOWN
                    IF WS-NAME-KNOWN = "Y"
                            FUNCTION TRIM(CONN-USER-B)
                            INTO SUMMARY-LINE
                        WRITE SUMMARY-LINE
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE SKILL-USERNAME TO WS-CHECK-NAME
                    PERFORM CHECK-ACCOUNT-KNOWN
                    IF WS-NAME-KNOWN = "N"
                            " skill " SKILL-NUMBER
                            INTO SUMMARY-LINE
                        WRITE SUMMARY-LINE
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE RV-VIEWER-USERNAME TO WS-CHECK-NAME
                    PERFORM CHECK-ACCOUNT-KNOWN
                    IF WS-NAME-KNOWN = "Y"
                            FUNCTION TRIM(RV-VIEWED-USERNAME)
                            INTO SUMMARY-LINE
                        WRITE SUMMARY-LINE
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE CC-USERNAME TO WS-CHECK-NAME
                    PERFORM CHECK-ACCOUNT-KNOWN
                    IF WS-NAME-KNOWN = "N"
                            " has no accounts.dat row"
                            INTO SUMMARY-LINE
                        WRITE SUMMARY-LINE
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE MSG-SENDER TO WS-CHECK-NAME
                    PERFORM CHECK-ACCOUNT-KNOWN
                    IF WS-NAME-KNOWN = "Y"
                            FUNCTION TRIM(MSG-RECIPIENT)
                            INTO SUMMARY-LINE
                        WRITE SUMMARY-LINE
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE PH-USERNAME TO WS-CHECK-NAME
                    PERFORM CHECK-ACCOUNT-KNOWN
                    IF WS-NAME-KNOWN = "N"
                            " has no accounts.dat row"
                            INTO SUMMARY-LINE
                        WRITE SUMMARY-LINE
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    MOVE AD-USERNAME TO WS-CHECK-NAME
                    PERFORM CHECK-ACCOUNT-KNOWN
                    IF WS-NAME-KNOWN = "N"
                            " has no accounts.dat row"
                            INTO SUMMARY-LINE
                        WRITE SUMMARY-LINE
                        ADD 1 TO WS-BS-WRITTEN
                    END-IF
            END-READ
        END-PERFORM
WRITE-TOTALS.
    MOVE SPACES TO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO SUMMARY-LINE
    STRING "Orphan profiles: " WS-ORPHAN-PROFILES INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO SUMMARY-LINE
    STRING "Orphan applications: " WS-ORPHAN-APPS INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO SUMMARY-LINE
    STRING "Orphan connections: " WS-ORPHAN-CONNS INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO SUMMARY-LINE
    STRING "Orphan skill rows: " WS-ORPHAN-SKILLS INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO SUMMARY-LINE
    STRING "Orphan view rows: " WS-ORPHAN-VIEWS INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO SUMMARY-LINE
    STRING "Orphan contact cards: " WS-ORPHAN-CARDS INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO SUMMARY-LINE
    STRING "Orphan messages: " WS-ORPHAN-MESSAGES INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO SUMMARY-LINE
    STRING "Orphan profile versions: " WS-ORPHAN-HISTORY
        INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO SUMMARY-LINE
    STRING "Orphan application details: " WS-ORPHAN-DETAILS
        INTO SUMMARY-LINE
    WRITE SUMMARY-LINE
    ADD 1 TO WS-BS-WRITTEN

    DISPLAY "Orphan profiles: " WS-ORPHAN-PROFILES
    DISPLAY "Orphan applications: " WS-ORPHAN-APPS
