       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD TempJobFile.
01 TEMP-JOB-RECORD PIC X(486).

WORKING-STORAGE SECTION.
77 WS-RECOVER-DAT PIC X(60) VALUE "data/JobPostings.dat".
77 WS-TODAY             PIC 9(8) VALUE 0.
77 WS-POSTING-AGE-DAYS  PIC 9(8) VALUE 0.
77 WS-MAX-POSTING-AGE-DAYS PIC 9(4) VALUE 60.
*> WS-MAX-POSTING-AGE-DAYS is loaded from the POSTING-MAX-AGE-DAYS system
*> parameter (SystemParam.cob) before use; the VALUE is its default.
77 WS-PARAM-NAME  PIC X(30) VALUE SPACES.
77 WS-PARAM-VALUE PIC 9(9) VALUE 0.
77 WS-TOTAL-CHECKED     PIC 9(4) VALUE 0.
77 WS-TOTAL-EXPIRED     PIC 9(4) VALUE 0.

*> failed and stops the run, rather than logging it completed and
*> carrying the later steps into the unmigrated directory.
77 WS-GUARD-FILE    PIC X(30) VALUE "JobPostings.dat".
77 WS-GUARD-VERSION PIC 9(2) VALUE 4.
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
    MOVE "POSTING-MAX-AGE-DAYS" TO WS-PARAM-NAME
    MOVE WS-MAX-POSTING-AGE-DAYS TO WS-PARAM-VALUE
    CALL "SystemParam" USING "G" WS-PARAM-NAME WS-PARAM-VALUE
    MOVE WS-PARAM-VALUE TO WS-MAX-POSTING-AGE-DAYS
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        MOVE 8 TO WS-STEP-RC
        CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
        MOVE WS-STEP-RC TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM EXPIRE-STALE-POSTINGS
    PERFORM PRINT-REPORT
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    MOVE WS-STEP-RC TO RETURN-CODE
    GOBACK.

EXPIRE-STALE-POSTINGS.
                AT END
                    MOVE "Y" TO WS-EOF-JOB
                NOT AT END
                    ADD 1 TO WS-BS-READ
                    ADD 1 TO WS-TOTAL-CHECKED
                    IF JOB-STATUS = "A"
                        COMPUTE WS-POSTING-AGE-DAYS =
                    END-IF
                    MOVE JOB-POSTING-RECORD TO TEMP-JOB-RECORD
                    WRITE TEMP-JOB-RECORD
                    ADD 1 TO WS-BS-WRITTEN
            END-READ
        END-PERFORM
        CLOSE JobPostingsFile
