       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD TempAppFile.
01 TEMP-APP-RECORD PIC X(148).

WORKING-STORAGE SECTION.
77 WS-RECOVER-DAT PIC X(60) VALUE "data/JobApplications.dat".
*> rewrite rebuilds the same JobApplications.dat.
77 WS-LOCK-RESULT   PIC X VALUE SPACE.

*> Withdrawing closes the application's message thread with the
*> hiring team (ApplicationThread.cob).
77 WS-THREAD-APPLICANT PIC X(30) VALUE SPACES.
77 WS-THREAD-MODE   PIC X VALUE "W".
77 WS-THREAD-UNREAD PIC 9(4) VALUE 0.

*> Refuses to rewrite a JobApplications.dat stamped for a different
*> layout version - see SchemaGuard.cob.
77 WS-GUARD-FILE    PIC X(30) VALUE "JobApplications.dat".
77 WS-GUARD-VERSION PIC 9(2) VALUE 3.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

01 WS-APP-TABLE.
       10 WS-APP-TITLE    PIC X(50).
       10 WS-APP-COMPANY  PIC X(50).
       10 WS-APP-DATE     PIC 9(8).
       10 WS-APP-ID       PIC 9(9).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

    IF WS-CHOICE > 0 AND WS-CHOICE <= WS-APP-COUNT
        PERFORM REWRITE-APPLICATIONS-FILE
        MOVE LNK-USER-NAME TO WS-THREAD-APPLICANT
        CALL "ApplicationThread" USING LNK-USER-NAME WS-THREAD-APPLICANT
            WS-APP-TITLE(WS-CHOICE) WS-APP-COMPANY(WS-CHOICE)
            WS-APP-DATE(WS-CHOICE) WS-APP-ID(WS-CHOICE) WS-THREAD-MODE
            WS-THREAD-UNREAD
        DISPLAY "Application withdrawn."
    END-IF

                        MOVE APP-JOB-TITLE TO WS-APP-TITLE(WS-APP-COUNT)
                        MOVE APP-JOB-COMPANY TO WS-APP-COMPANY(WS-APP-COUNT)
                        MOVE APP-DATE TO WS-APP-DATE(WS-APP-COUNT)
                        MOVE APP-POSTING-ID TO WS-APP-ID(WS-APP-COUNT)
                    END-IF
            END-READ
        END-PERFORM

REWRITE-APPLICATIONS-FILE.
    *> Drops the selected application (matched back to the file row by
    *> username/posting ID/date, the same fields RECORD-APPLICATION
    *> wrote it with) via the same rebuild-via-temp-file pattern
    *> ManageJobPostings and ProfileEdit use for a sequential file with
    *> no keyed access.
                MOVE "Y" TO WS-EOF-APP
            NOT AT END
                IF FUNCTION TRIM(APP-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                    AND APP-POSTING-ID = WS-APP-ID(WS-CHOICE)
                    AND APP-DATE = WS-APP-DATE(WS-CHOICE)
                    CONTINUE
                ELSE
