>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ScreenExistingContent.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ProfileFile ASSIGN TO "data/profiles.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-STAT.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JOB-STAT.
    SELECT PENDING-REQUESTS-FILE ASSIGN TO "data/PendingRequests.dat"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS SEQUENTIAL
        RELATIVE KEY IS WS-REQ-RRN
        FILE STATUS IS WS-REQ-STAT.
    SELECT MessagesFile ASSIGN TO "data/Messages.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-MSG-STAT.
    SELECT RecommendationsFile ASSIGN TO "data/Recommendations.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RECO-STAT.
    SELECT ApplicationDetailsFile ASSIGN TO "data/ApplicationDetails.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-DETAIL-STAT.
    SELECT ReportFile ASSIGN TO "data/ContentScreen-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD ProfileFile.
01 Profile-Record.
   05 Username   PIC X(30).
   05 Name       PIC X(50).
   05 University PIC X(50).
   05 Major      PIC X(50).
   05 GradYear   PIC 9(4).
   05 GradStatus PIC X.
   05 About      PIC X(200).
   05 JobTitle   OCCURS 3 TIMES PIC X(50).
   05 Company    OCCURS 3 TIMES PIC X(50).
   05 Dates      OCCURS 3 TIMES PIC X(30).
   05 Desc       OCCURS 3 TIMES PIC X(200).
   05 Degree     OCCURS 3 TIMES PIC X(50).
   05 Univ       OCCURS 3 TIMES PIC X(50).
   05 Years      OCCURS 3 TIMES PIC X(30).
   05 ProfileLastUpdate PIC 9(8).

FD JobPostingsFile.
01 JOB-POSTING-RECORD.
       05 JOB-TITLE         PIC X(50).
       05 JOB-COMPANY       PIC X(50).
       05 JOB-DESCRIPTION   PIC X(200).
       05 JOB-MAJOR         PIC X(50).
       05 JOB-POSTED-DATE   PIC 9(8).
       05 JOB-LOCATION      PIC X(50).
       05 JOB-POSTED-BY     PIC X(30).
       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD PENDING-REQUESTS-FILE.
01 PENDING-REQUESTS-RECORD.
       05 REQUEST-ID           PIC 9(4).
       05 SENDER-USERNAME      PIC X(30).
       05 RECIPIENT-USERNAME   PIC X(30).
       05 REQUEST-DATE         PIC 9(8).
       05 REQUEST-NOTE         PIC X(100).

FD MessagesFile.
01 MESSAGE-RECORD.
       05 MSG-SENDER     PIC X(30).
       05 MSG-RECIPIENT  PIC X(30).
       05 MSG-TEXT       PIC X(200).
       05 MSG-SENT-TS    PIC 9(14).
       05 MSG-READ-FLAG  PIC X.

FD RecommendationsFile.
01 RECOMMENDATION-RECORD.
       05 RECO-OWNER   PIC X(30).
       05 RECO-AUTHOR  PIC X(30).
       05 RECO-TEXT    PIC X(200).
       05 RECO-DATE    PIC 9(8).
       05 RECO-STATUS  PIC X(01).

FD ApplicationDetailsFile.
01 APPLICATION-DETAIL-RECORD.
       05 AD-USERNAME    PIC X(30).
       05 AD-JOB-TITLE   PIC X(50).
       05 AD-JOB-COMPANY PIC X(50).
       05 AD-COVER-NOTE  PIC X(200).
       05 AD-PROFILE     PIC X(1735).
       05 AD-POSTING-ID  PIC 9(9).

FD ReportFile.
01 REPORT-LINE PIC X(250).

WORKING-STORAGE SECTION.
*> Nightly re-scan of the free text already on file against today's
*> data/ContentPatterns.txt, so a pattern added this week also finds
*> what was saved last month. Runs ContentScreen.cob in check-only
*> mode ("C") - nothing is changed or queued - and lists every row
*> that would now be rejected or held in
*> data/ContentScreen-Report.txt for an admin to follow up through
*> ModerationQueue.cob. Only open postings are scanned; closed,
*> expired and pulled ones are already out of sight.
77 WS-PROFILE-STAT PIC XX VALUE SPACES.
77 WS-JOB-STAT     PIC XX VALUE SPACES.
77 WS-REQ-STAT     PIC XX VALUE SPACES.
77 WS-REQ-RRN      PIC 9(4) VALUE 0.
77 WS-MSG-STAT     PIC XX VALUE SPACES.
77 WS-RECO-STAT    PIC XX VALUE SPACES.
77 WS-DETAIL-STAT  PIC XX VALUE SPACES.
77 WS-REPORT-STAT  PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-SCANNED      PIC 9(6) VALUE 0.
77 WS-HITS         PIC 9(6) VALUE 0.
77 WS-ACTION-LABEL PIC X(8) VALUE SPACES.

77 WS-CS-SOURCE PIC X(20) VALUE SPACES.
77 WS-CS-OWNER  PIC X(30) VALUE SPACES.
77 WS-CS-KEY    PIC X(100) VALUE SPACES.
77 WS-CS-TEXT   PIC X(200) VALUE SPACES.
77 WS-CS-RESULT PIC X VALUE SPACE.
77 WS-CS-REASON PIC X(40) VALUE SPACES.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Content Screening Re-scan ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE 0 TO WS-SCANNED
    MOVE 0 TO WS-HITS

    OPEN OUTPUT ReportFile
    MOVE SPACES TO REPORT-LINE
    STRING "Content screening re-scan " WS-TODAY INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN

    PERFORM SCAN-PROFILES
    PERFORM SCAN-POSTINGS
    PERFORM SCAN-REQUEST-NOTES
    PERFORM SCAN-MESSAGES
    PERFORM SCAN-RECOMMENDATIONS
    PERFORM SCAN-COVER-NOTES

    MOVE SPACES TO REPORT-LINE
    STRING "Scanned " WS-SCANNED " text field(s); " WS-HITS
        " would now be rejected or held." INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    CLOSE ReportFile

    DISPLAY "Scanned " WS-SCANNED " text field(s); " WS-HITS
        " listed in data/ContentScreen-Report.txt."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

SCAN-PROFILES.
    MOVE "N" TO WS-EOF
    OPEN INPUT ProfileFile
    IF WS-PROFILE-STAT = "35"
        CLOSE ProfileFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ProfileFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE "ABOUT" TO WS-CS-SOURCE
                MOVE Username TO WS-CS-OWNER
                MOVE SPACES TO WS-CS-KEY
                MOVE About TO WS-CS-TEXT
                PERFORM CHECK-ONE-TEXT
        END-READ
    END-PERFORM
    CLOSE ProfileFile.

SCAN-POSTINGS.
    MOVE "N" TO WS-EOF
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobPostingsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF JOB-STATUS = "A"
                    MOVE "JOB DESCRIPTION" TO WS-CS-SOURCE
                    MOVE JOB-POSTED-BY TO WS-CS-OWNER
                    MOVE SPACES TO WS-CS-KEY
                    STRING JOB-TITLE JOB-COMPANY DELIMITED BY SIZE
                        INTO WS-CS-KEY
                    MOVE JOB-DESCRIPTION TO WS-CS-TEXT
                    PERFORM CHECK-ONE-TEXT
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile.

SCAN-REQUEST-NOTES.
    MOVE "N" TO WS-EOF
    OPEN INPUT PENDING-REQUESTS-FILE
    IF WS-REQ-STAT = "35"
        CLOSE PENDING-REQUESTS-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ PENDING-REQUESTS-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE "REQUEST NOTE" TO WS-CS-SOURCE
                MOVE SENDER-USERNAME TO WS-CS-OWNER
                MOVE RECIPIENT-USERNAME TO WS-CS-KEY
                MOVE REQUEST-NOTE TO WS-CS-TEXT
                PERFORM CHECK-ONE-TEXT
        END-READ
    END-PERFORM
    CLOSE PENDING-REQUESTS-FILE.

SCAN-MESSAGES.
    MOVE "N" TO WS-EOF
    OPEN INPUT MessagesFile
    IF WS-MSG-STAT = "35"
        CLOSE MessagesFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ MessagesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE "MESSAGE" TO WS-CS-SOURCE
                MOVE MSG-SENDER TO WS-CS-OWNER
                MOVE MSG-RECIPIENT TO WS-CS-KEY
                MOVE MSG-TEXT TO WS-CS-TEXT
                PERFORM CHECK-ONE-TEXT
        END-READ
    END-PERFORM
    CLOSE MessagesFile.

SCAN-RECOMMENDATIONS.
    MOVE "N" TO WS-EOF
    OPEN INPUT RecommendationsFile
    IF WS-RECO-STAT = "35"
        CLOSE RecommendationsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ RecommendationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE "RECOMMENDATION" TO WS-CS-SOURCE
                MOVE RECO-AUTHOR TO WS-CS-OWNER
                MOVE RECO-OWNER TO WS-CS-KEY
                MOVE RECO-TEXT TO WS-CS-TEXT
                PERFORM CHECK-ONE-TEXT
        END-READ
    END-PERFORM
    CLOSE RecommendationsFile.

SCAN-COVER-NOTES.
    MOVE "N" TO WS-EOF
    OPEN INPUT ApplicationDetailsFile
    IF WS-DETAIL-STAT = "35"
        CLOSE ApplicationDetailsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ApplicationDetailsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE "COVER NOTE" TO WS-CS-SOURCE
                MOVE AD-USERNAME TO WS-CS-OWNER
                MOVE SPACES TO WS-CS-KEY
                STRING AD-JOB-TITLE AD-JOB-COMPANY DELIMITED BY SIZE
                    INTO WS-CS-KEY
                MOVE AD-COVER-NOTE TO WS-CS-TEXT
                PERFORM CHECK-ONE-TEXT
        END-READ
    END-PERFORM
    CLOSE ApplicationDetailsFile.

CHECK-ONE-TEXT.
    IF FUNCTION TRIM(WS-CS-TEXT) = SPACES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SCANNED
    CALL "ContentScreen" USING "C" WS-CS-SOURCE WS-CS-OWNER
        WS-CS-KEY WS-CS-TEXT WS-CS-RESULT WS-CS-REASON
    IF WS-CS-RESULT = "C"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-HITS
    IF WS-CS-RESULT = "R"
        MOVE "REJECT" TO WS-ACTION-LABEL
    ELSE
        MOVE "HOLD" TO WS-ACTION-LABEL
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-ACTION-LABEL " " FUNCTION TRIM(WS-CS-SOURCE)
        " by " FUNCTION TRIM(WS-CS-OWNER) " ("
        FUNCTION TRIM(WS-CS-REASON) ")"
        INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO REPORT-LINE
    STRING "      " FUNCTION TRIM(WS-CS-TEXT) INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN.

END PROGRAM ScreenExistingContent.
