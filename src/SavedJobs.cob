       05 SAVED-JOB-TITLE   PIC X(50).
       05 SAVED-JOB-COMPANY PIC X(50).
       05 SAVED-DATE        PIC 9(8).
       05 SAVED-POSTING-ID  PIC 9(9).

FD TempSavedFile.
01 TEMP-SAVED-RECORD PIC X(147).

FD JobPostingsFile.
01 JOB-POSTING-RECORD.
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

FD ApplicationDetailsFile.
01 APPLICATION-DETAIL-RECORD.
       05 AD-JOB-COMPANY PIC X(50).
       05 AD-COVER-NOTE  PIC X(200).
       05 AD-PROFILE     PIC X(1735).
       05 AD-POSTING-ID  PIC 9(9).

WORKING-STORAGE SECTION.
*> Review-and-apply screen for the postings a student set aside from
       10 WS-SV-COMPANY PIC X(50).
       10 WS-SV-DATE    PIC 9(8).
       10 WS-SV-OPEN    PIC X(01).
       10 WS-SV-ID      PIC 9(9).

77 WS-CHOICE-RAW  PIC X(4) VALUE SPACES.
77 WS-CHOICE      PIC 9(4) VALUE 0.

*> Refuses to run against postings/applications files stamped for a
*> different layout version - see SchemaGuard.cob; the apply path
*> appends v3 application rows and the open-flag pass reads v4
*> posting rows, all matched on the permanent posting ID.
77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.
    05 WS-UNIV        OCCURS 3 TIMES PIC X(50).
    05 WS-YEARS       OCCURS 3 TIMES PIC X(30).

*> Free text is screened by ContentScreen.cob against the shared
*> word/pattern list before it is saved.
77 WS-CS-SOURCE PIC X(20) VALUE SPACES.
77 WS-CS-KEY    PIC X(100) VALUE SPACES.
77 WS-CS-TEXT   PIC X(200) VALUE SPACES.
77 WS-CS-RESULT PIC X VALUE SPACE.
77 WS-CS-REASON PIC X(40) VALUE SPACES.

*> An application made here is tagged with the connection who
*> referred the student to the posting, as in JobSearch.cob.
77 WS-REF-FUNCTION PIC X VALUE "A".
77 WS-REF-CONTACT  PIC X(30) VALUE SPACES.
77 WS-REF-RESULT   PIC X VALUE SPACE.
77 WS-REF-REFERRER PIC X(30) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).


MAIN-LOGIC.
    MOVE "JobPostings.dat" TO WS-GUARD-FILE
    MOVE 4 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT = "Y"
        MOVE "JobApplications.dat" TO WS-GUARD-FILE
        MOVE 3 TO WS-GUARD-VERSION
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
        MOVE "ApplicationDetails.dat" TO WS-GUARD-FILE
        MOVE 2 TO WS-GUARD-VERSION
        CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
            WS-GUARD-RESULT
                        MOVE SAVED-JOB-TITLE TO WS-SV-TITLE(WS-SAVED-COUNT)
                        MOVE SAVED-JOB-COMPANY TO WS-SV-COMPANY(WS-SAVED-COUNT)
                        MOVE SAVED-DATE TO WS-SV-DATE(WS-SAVED-COUNT)
                        MOVE SAVED-POSTING-ID TO WS-SV-ID(WS-SAVED-COUNT)
                        MOVE "N" TO WS-SV-OPEN(WS-SAVED-COUNT)
                    END-IF
            END-READ
                        AND (JOB-DEADLINE = 0
                            OR JOB-DEADLINE >= WS-TODAY-DATE)
                        PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SAVED-COUNT
                            IF JOB-POSTING-ID = WS-SV-ID(I)
                                MOVE "Y" TO WS-SV-OPEN(I)
                            END-IF
                        END-PERFORM
    *> Same append JobSearch.cob's RECORD-APPLICATION makes, so an
    *> application from the saved list is indistinguishable from one
    *> made straight from the search listing - including the same
    *> refusal of a second application to the same posting.
    PERFORM CHECK-ALREADY-APPLIED
    IF WS-ALREADY-APPLIED = "Y"
        DISPLAY "You have already applied to "
    MOVE LNK-USER-NAME TO APP-USERNAME
    MOVE WS-SV-TITLE(WS-CHOICE) TO APP-JOB-TITLE
    MOVE WS-SV-COMPANY(WS-CHOICE) TO APP-JOB-COMPANY
    MOVE WS-SV-ID(WS-CHOICE) TO APP-POSTING-ID
    ACCEPT APP-DATE FROM DATE YYYYMMDD
    MOVE "S" TO APP-STATUS
    WRITE JOB-APPLICATION-RECORD

    PERFORM RECORD-APPLICATION-DETAILS

    MOVE "A" TO WS-REF-FUNCTION
    CALL "JobReferrals" USING WS-REF-FUNCTION LNK-USER-NAME WS-REF-CONTACT
        WS-SV-ID(WS-CHOICE) WS-SV-TITLE(WS-CHOICE) WS-SV-COMPANY(WS-CHOICE)
        WS-REF-RESULT WS-REF-REFERRER

    DISPLAY "Application submitted for "
        FUNCTION TRIM(WS-SV-TITLE(WS-CHOICE)) " at "
        FUNCTION TRIM(WS-SV-COMPANY(WS-CHOICE)) "."
    IF WS-REF-RESULT = "Y"
        DISPLAY "Referred by " FUNCTION TRIM(WS-REF-REFERRER) "."
    END-IF.

RECORD-APPLICATION-DETAILS.
    *> Same cover note and profile snapshot JobSearch.cob's
    INSPECT WS-COVER-NOTE REPLACING ALL X"0D" BY SPACE
    INSPECT WS-COVER-NOTE REPLACING ALL X"0A" BY SPACE

    MOVE "COVER NOTE" TO WS-CS-SOURCE
    MOVE SPACES TO WS-CS-KEY
    STRING WS-SV-TITLE(WS-CHOICE) WS-SV-COMPANY(WS-CHOICE)
        DELIMITED BY SIZE INTO WS-CS-KEY
    MOVE WS-COVER-NOTE TO WS-CS-TEXT
    CALL "ContentScreen" USING "S" WS-CS-SOURCE LNK-USER-NAME
        WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
    IF WS-CS-RESULT = "R"
        DISPLAY "Cover note not saved (" FUNCTION TRIM(WS-CS-REASON)
            "); your application goes without one."
        MOVE SPACES TO WS-COVER-NOTE
    END-IF

    CALL "ProfileStore" USING "L" LNK-USER-NAME WS-PROFILE-FOUND
        WS-PROFILE-RECORD

    MOVE LNK-USER-NAME TO AD-USERNAME
    MOVE WS-SV-TITLE(WS-CHOICE) TO AD-JOB-TITLE
    MOVE WS-SV-COMPANY(WS-CHOICE) TO AD-JOB-COMPANY
    MOVE WS-SV-ID(WS-CHOICE) TO AD-POSTING-ID
    MOVE WS-COVER-NOTE TO AD-COVER-NOTE
    IF WS-PROFILE-FOUND = "Y"
        MOVE WS-PROFILE-RECORD TO AD-PROFILE
                    MOVE "Y" TO WS-EOF-JOB
                NOT AT END
                    IF FUNCTION TRIM(APP-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        AND APP-POSTING-ID = WS-SV-ID(WS-CHOICE)
                        MOVE "Y" TO WS-ALREADY-APPLIED
                        MOVE "Y" TO WS-EOF-JOB
                    END-IF
                MOVE "Y" TO WS-EOF-SAVED
            NOT AT END
                IF FUNCTION TRIM(SAVED-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                    AND SAVED-POSTING-ID = WS-SV-ID(WS-CHOICE)
                    CONTINUE
                ELSE
                    MOVE SAVED-JOB-RECORD TO TEMP-SAVED-RECORD
