>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WarehouseExtract.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AccountFile ASSIGN TO "data/accounts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ACC-STAT.
    SELECT ProfileFile ASSIGN TO "data/profiles.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-STAT.
    SELECT ConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONN-PAIR-KEY
        ALTERNATE RECORD KEY IS CONN-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONN-USER-B WITH DUPLICATES
        FILE STATUS IS WS-CONN-STAT.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JOB-STAT.
    SELECT JobApplicationsFile ASSIGN TO "data/JobApplications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-APP-STAT.
    SELECT SkillsCompletedFile ASSIGN TO "data/SkillsCompleted.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SKILL-STAT.
    SELECT EventRsvpsFile ASSIGN TO "data/EventRsvps.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RSVP-STAT.
    SELECT SettingsFile ASSIGN TO "data/WarehouseExtract.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SET-STAT.
    SELECT ExtractFile ASSIGN TO WS-EXTRACT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STAT.

DATA DIVISION.
FILE SECTION.
FD AccountFile.
01 ACCOUNT-RECORD.
   05 ACC-USERNAME PIC X(30).
   05 ACC-SALT PIC X(8).
   05 ACC-PASSWORD-HASH PIC 9(10).
   05 ACC-PASSWORD-CHANGED PIC 9(8).
   05 ACC-ACCOUNT-TYPE PIC X.
   05 ACC-ACTIVE-FLAG PIC X.
   05 ACC-CREATED-DATE PIC 9(8).
   05 ACC-APPROVAL-STATUS PIC X.

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
   05 LastUpdate PIC 9(8).

FD ConnectionsFile.
01 CONNECTION-RECORD.
       05 CONN-PAIR-KEY.
          10 CONN-USER-A       PIC X(30).
          10 CONN-USER-B       PIC X(30).
       05 CONN-DATE-CONNECTED  PIC 9(8).

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

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
       05 APP-USERNAME      PIC X(30).
       05 APP-JOB-TITLE     PIC X(50).
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD SkillsCompletedFile.
01 SKILL-COMPLETED-RECORD.
       05 SKILL-USERNAME PIC X(30).
       05 SKILL-NUMBER   PIC 9.

FD EventRsvpsFile.
01 EVENT-RSVP-RECORD.
       05 RSVP-USERNAME  PIC X(30).
       05 RSVP-POSTED-BY PIC X(30).
       05 RSVP-TITLE     PIC X(50).
       05 RSVP-DATE      PIC 9(8).

FD SettingsFile.
01 SETTINGS-LINE PIC X(80).

FD ExtractFile.
01 EXTRACT-LINE PIC X(800).

WORKING-STORAGE SECTION.
*> Nightly extract for the institutional research data warehouse.
*> Each run rewrites one "|"-delimited file per source, every one
*> starting with a header row of column names:
*>   data/Warehouse-Accounts.txt      accounts.dat (no salt or hash)
*>   data/Warehouse-Profiles.txt      profiles.dat
*>   data/Warehouse-Connections.txt   Connections.dat
*>   data/Warehouse-Postings.txt      JobPostings.dat
*>   data/Warehouse-Applications.txt  JobApplications.dat
*>   data/Warehouse-Skills.txt        SkillsCompleted.dat
*>   data/Warehouse-EventRsvps.txt    EventRsvps.dat
*> A "|" inside a text field is written as "/" so the columns
*> always split cleanly.
*>
*> data/Warehouse-Control.txt goes out last: one row per extract file
*> with its record count (data rows, not the header) and a hash
*> total - the sum of one numeric column, named in the row - so the
*> loading side can prove it received every row. A closing ALL row
*> carries the grand record count.
*>
*> data/WarehouseExtract.txt, kept by hand like BatchSchedule.txt,
*> holds  name|value  lines ("*" lines are comments):
*>   PSEUDONYMIZE|Y   replace every username in every file with a
*>                    pseudonym (P and ten digits) - for research use.
*>                    Names and other fields are left as they are.
*>   KEY|xxxxxxxx     up to 8 characters the pseudonyms are keyed
*>                    with through HashAnswer.cob, so the same user
*>                    gets the same pseudonym every night and the
*>                    warehouse cannot reverse them from a list of
*>                    usernames. Without a KEY line a fresh key is
*>                    drawn for the run, so pseudonyms still line up
*>                    across tonight's files but not with earlier
*>                    loads.
77 WS-ACC-STAT      PIC XX VALUE SPACES.
77 WS-PROFILE-STAT  PIC XX VALUE SPACES.
77 WS-CONN-STAT     PIC XX VALUE SPACES.
77 WS-JOB-STAT      PIC XX VALUE SPACES.
77 WS-APP-STAT      PIC XX VALUE SPACES.
77 WS-SKILL-STAT    PIC XX VALUE SPACES.
77 WS-RSVP-STAT     PIC XX VALUE SPACES.
77 WS-SET-STAT      PIC XX VALUE SPACES.
77 WS-EXTRACT-STAT  PIC XX VALUE SPACES.
77 WS-EXTRACT-PATH  PIC X(60) VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-TODAY         PIC 9(8) VALUE 0.
77 I                PIC 9(2) VALUE 0.

77 WS-FIELD-NAME    PIC X(20) VALUE SPACES.
77 WS-FIELD-VALUE   PIC X(30) VALUE SPACES.
77 WS-PSEUDONYMIZE  PIC X VALUE "N".
77 WS-KEY-SET       PIC X VALUE "N".

*> Pseudonym for WS-PS-IN into WS-PS-OUT (PSEUDONYM paragraph).
77 WS-PS-IN         PIC X(30) VALUE SPACES.
77 WS-PS-OUT        PIC X(30) VALUE SPACES.
77 WS-HASH-MODE     PIC X VALUE SPACE.
77 WS-HASH-KEY      PIC X(8) VALUE SPACES.
77 WS-HASH-TEXT     PIC X(50) VALUE SPACES.
77 WS-HASH-VALUE    PIC 9(10) VALUE 0.

*> Output columns that carry a username, after PSEUDONYM.
77 WS-OUT-USER-1    PIC X(30) VALUE SPACES.
77 WS-OUT-USER-2    PIC X(30) VALUE SPACES.
77 WS-EXP-COUNT     PIC 9 VALUE 0.
77 WS-EDU-COUNT     PIC 9 VALUE 0.
77 WS-GRAD-YEAR     PIC 9(4) VALUE 0.

*> Control totals for the extract being written, then one row per
*> file for Warehouse-Control.txt.
77 WS-ROW-COUNT     PIC 9(9) VALUE 0.
77 WS-HASH-TOTAL    PIC 9(15) VALUE 0.
77 WS-HASH-FIELD    PIC X(20) VALUE SPACES.
77 WS-CTL-COUNT     PIC 9(2) VALUE 0.
77 WS-GRAND-ROWS    PIC 9(9) VALUE 0.
01 WS-CTL-TABLE.
    05 WS-CTL-ROW OCCURS 10 TIMES.
        10 WS-CTL-FILE    PIC X(40).
        10 WS-CTL-ROWS    PIC 9(9).
        10 WS-CTL-FIELD   PIC X(20).
        10 WS-CTL-HASH    PIC 9(15).

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    MOVE 0 TO WS-CTL-COUNT
    MOVE 0 TO WS-GRAND-ROWS
    MOVE "N" TO WS-PSEUDONYMIZE
    MOVE "N" TO WS-KEY-SET
    MOVE SPACES TO WS-HASH-KEY
    DISPLAY "=== Data Warehouse Extract ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    PERFORM LOAD-SETTINGS
    IF WS-PSEUDONYMIZE = "Y" AND WS-KEY-SET = "N"
        *> No standing key: draw one for tonight only.
        MOVE "G" TO WS-HASH-MODE
        MOVE SPACES TO WS-HASH-TEXT
        CALL "HashAnswer" USING WS-HASH-MODE WS-HASH-KEY WS-HASH-TEXT
            WS-HASH-VALUE
        DISPLAY "No KEY in data/WarehouseExtract.txt; pseudonyms are "
            "keyed for this run only."
    END-IF

    PERFORM EXTRACT-ACCOUNTS
    PERFORM EXTRACT-PROFILES
    PERFORM EXTRACT-CONNECTIONS
    PERFORM EXTRACT-POSTINGS
    PERFORM EXTRACT-APPLICATIONS
    PERFORM EXTRACT-SKILLS
    PERFORM EXTRACT-RSVPS
    PERFORM WRITE-CONTROL-FILE

    IF WS-PSEUDONYMIZE = "Y"
        DISPLAY "Usernames pseudonymized."
    END-IF
    DISPLAY WS-GRAND-ROWS " row(s) extracted. See data/Warehouse-Control.txt."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

LOAD-SETTINGS.
    MOVE "N" TO WS-EOF
    OPEN INPUT SettingsFile
    IF WS-SET-STAT = "35"
        CLOSE SettingsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SettingsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM APPLY-SETTINGS-LINE
        END-READ
    END-PERFORM
    CLOSE SettingsFile.

APPLY-SETTINGS-LINE.
    INSPECT SETTINGS-LINE REPLACING ALL X"0D" BY SPACE
    IF FUNCTION TRIM(SETTINGS-LINE) = SPACES
        OR SETTINGS-LINE(1:1) = "*"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-FIELD-NAME
    MOVE SPACES TO WS-FIELD-VALUE
    UNSTRING SETTINGS-LINE DELIMITED BY "|"
        INTO WS-FIELD-NAME WS-FIELD-VALUE
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-NAME)) TO WS-FIELD-NAME
    EVALUATE WS-FIELD-NAME
        WHEN "PSEUDONYMIZE"
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-VALUE)) = "Y"
                MOVE "Y" TO WS-PSEUDONYMIZE
            ELSE
                MOVE "N" TO WS-PSEUDONYMIZE
            END-IF
        WHEN "KEY"
            IF FUNCTION TRIM(WS-FIELD-VALUE) NOT = SPACES
                MOVE FUNCTION TRIM(WS-FIELD-VALUE) TO WS-HASH-KEY
                MOVE "Y" TO WS-KEY-SET
            END-IF
        WHEN OTHER
            DISPLAY "data/WarehouseExtract.txt: unknown setting '"
                FUNCTION TRIM(WS-FIELD-NAME) "' ignored."
    END-EVALUATE.

PSEUDONYM.
    *> WS-PS-OUT for WS-PS-IN: the username itself, or with
    *> pseudonymizing on, "P" and the keyed hash of it. A blank stays
    *> blank so empty columns read the same either way.
    IF WS-PSEUDONYMIZE NOT = "Y" OR WS-PS-IN = SPACES
        MOVE WS-PS-IN TO WS-PS-OUT
        EXIT PARAGRAPH
    END-IF
    MOVE "H" TO WS-HASH-MODE
    MOVE SPACES TO WS-HASH-TEXT
    MOVE FUNCTION TRIM(WS-PS-IN) TO WS-HASH-TEXT
    CALL "HashAnswer" USING WS-HASH-MODE WS-HASH-KEY WS-HASH-TEXT
        WS-HASH-VALUE
    MOVE SPACES TO WS-PS-OUT
    STRING "P" WS-HASH-VALUE DELIMITED BY SIZE INTO WS-PS-OUT.

START-EXTRACT.
    *> Opens WS-EXTRACT-PATH fresh; the caller has the header row in
    *> EXTRACT-LINE and the hash column name in WS-HASH-FIELD.
    MOVE 0 TO WS-ROW-COUNT
    MOVE 0 TO WS-HASH-TOTAL
    MOVE "N" TO WS-EOF
    OPEN OUTPUT ExtractFile
    WRITE EXTRACT-LINE
    ADD 1 TO WS-BS-WRITTEN.

WRITE-EXTRACT-ROW.
    WRITE EXTRACT-LINE
    ADD 1 TO WS-ROW-COUNT
    ADD 1 TO WS-BS-WRITTEN.

FINISH-EXTRACT.
    CLOSE ExtractFile
    ADD 1 TO WS-CTL-COUNT
    MOVE WS-EXTRACT-PATH TO WS-CTL-FILE(WS-CTL-COUNT)
    MOVE WS-ROW-COUNT TO WS-CTL-ROWS(WS-CTL-COUNT)
    MOVE WS-HASH-FIELD TO WS-CTL-FIELD(WS-CTL-COUNT)
    MOVE WS-HASH-TOTAL TO WS-CTL-HASH(WS-CTL-COUNT)
    ADD WS-ROW-COUNT TO WS-GRAND-ROWS.

EXTRACT-ACCOUNTS.
    MOVE "data/Warehouse-Accounts.txt" TO WS-EXTRACT-PATH
    MOVE "created_date" TO WS-HASH-FIELD
    MOVE SPACES TO EXTRACT-LINE
    STRING "username|account_type|active_flag|approval_status|"
        "created_date|password_changed_date" DELIMITED BY SIZE
        INTO EXTRACT-LINE
    PERFORM START-EXTRACT
    OPEN INPUT AccountFile
    IF WS-ACC-STAT = "35"
        CLOSE AccountFile
        PERFORM FINISH-EXTRACT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ AccountFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE ACC-USERNAME TO WS-PS-IN
                PERFORM PSEUDONYM
                MOVE SPACES TO EXTRACT-LINE
                STRING FUNCTION TRIM(WS-PS-OUT) "|" ACC-ACCOUNT-TYPE "|"
                    ACC-ACTIVE-FLAG "|" ACC-APPROVAL-STATUS "|"
                    ACC-CREATED-DATE "|" ACC-PASSWORD-CHANGED
                    DELIMITED BY SIZE INTO EXTRACT-LINE
                PERFORM WRITE-EXTRACT-ROW
                ADD ACC-CREATED-DATE TO WS-HASH-TOTAL
        END-READ
    END-PERFORM
    CLOSE AccountFile
    PERFORM FINISH-EXTRACT.

EXTRACT-PROFILES.
    MOVE "data/Warehouse-Profiles.txt" TO WS-EXTRACT-PATH
    MOVE "grad_year" TO WS-HASH-FIELD
    MOVE SPACES TO EXTRACT-LINE
    STRING "username|name|university|major|grad_year|grad_status|"
        "about|experience_count|education_count|last_update"
        DELIMITED BY SIZE INTO EXTRACT-LINE
    PERFORM START-EXTRACT
    OPEN INPUT ProfileFile
    IF WS-PROFILE-STAT = "35"
        CLOSE ProfileFile
        PERFORM FINISH-EXTRACT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ProfileFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                INSPECT Profile-Record REPLACING ALL "|" BY "/"
                MOVE Username TO WS-PS-IN
                PERFORM PSEUDONYM
                MOVE 0 TO WS-EXP-COUNT
                MOVE 0 TO WS-EDU-COUNT
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                    IF JobTitle(I) NOT = SPACES
                        ADD 1 TO WS-EXP-COUNT
                    END-IF
                    IF Degree(I) NOT = SPACES
                        ADD 1 TO WS-EDU-COUNT
                    END-IF
                END-PERFORM
                IF GradYear IS NUMERIC
                    MOVE GradYear TO WS-GRAD-YEAR
                ELSE
                    MOVE 0 TO WS-GRAD-YEAR
                END-IF
                MOVE SPACES TO EXTRACT-LINE
                STRING FUNCTION TRIM(WS-PS-OUT) "|" FUNCTION TRIM(Name) "|"
                    FUNCTION TRIM(University) "|" FUNCTION TRIM(Major) "|"
                    WS-GRAD-YEAR "|" GradStatus "|" FUNCTION TRIM(About) "|"
                    WS-EXP-COUNT "|" WS-EDU-COUNT "|" LastUpdate
                    DELIMITED BY SIZE INTO EXTRACT-LINE
                PERFORM WRITE-EXTRACT-ROW
                ADD WS-GRAD-YEAR TO WS-HASH-TOTAL
        END-READ
    END-PERFORM
    CLOSE ProfileFile
    PERFORM FINISH-EXTRACT.

EXTRACT-CONNECTIONS.
    MOVE "data/Warehouse-Connections.txt" TO WS-EXTRACT-PATH
    MOVE "connected_date" TO WS-HASH-FIELD
    MOVE SPACES TO EXTRACT-LINE
    MOVE "user_a|user_b|connected_date" TO EXTRACT-LINE
    PERFORM START-EXTRACT
    OPEN INPUT ConnectionsFile
    IF WS-CONN-STAT = "35"
        CLOSE ConnectionsFile
        PERFORM FINISH-EXTRACT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ConnectionsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE CONN-USER-A TO WS-PS-IN
                PERFORM PSEUDONYM
                MOVE WS-PS-OUT TO WS-OUT-USER-1
                MOVE CONN-USER-B TO WS-PS-IN
                PERFORM PSEUDONYM
                MOVE WS-PS-OUT TO WS-OUT-USER-2
                MOVE SPACES TO EXTRACT-LINE
                STRING FUNCTION TRIM(WS-OUT-USER-1) "|"
                    FUNCTION TRIM(WS-OUT-USER-2) "|" CONN-DATE-CONNECTED
                    DELIMITED BY SIZE INTO EXTRACT-LINE
                PERFORM WRITE-EXTRACT-ROW
                ADD CONN-DATE-CONNECTED TO WS-HASH-TOTAL
        END-READ
    END-PERFORM
    CLOSE ConnectionsFile
    PERFORM FINISH-EXTRACT.

EXTRACT-POSTINGS.
    MOVE "data/Warehouse-Postings.txt" TO WS-EXTRACT-PATH
    MOVE "posting_id" TO WS-HASH-FIELD
    MOVE SPACES TO EXTRACT-LINE
    STRING "posting_id|title|company|major|location|posted_by|"
        "posted_date|status|salary_range|deadline|description"
        DELIMITED BY SIZE INTO EXTRACT-LINE
    PERFORM START-EXTRACT
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
        PERFORM FINISH-EXTRACT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobPostingsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                INSPECT JOB-POSTING-RECORD REPLACING ALL "|" BY "/"
                MOVE JOB-POSTED-BY TO WS-PS-IN
                PERFORM PSEUDONYM
                MOVE SPACES TO EXTRACT-LINE
                STRING JOB-POSTING-ID "|" FUNCTION TRIM(JOB-TITLE) "|"
                    FUNCTION TRIM(JOB-COMPANY) "|" FUNCTION TRIM(JOB-MAJOR) "|"
                    FUNCTION TRIM(JOB-LOCATION) "|" FUNCTION TRIM(WS-PS-OUT) "|"
                    JOB-POSTED-DATE "|" JOB-STATUS "|"
                    FUNCTION TRIM(JOB-SALARY-RANGE) "|" JOB-DEADLINE "|"
                    FUNCTION TRIM(JOB-DESCRIPTION)
                    DELIMITED BY SIZE INTO EXTRACT-LINE
                PERFORM WRITE-EXTRACT-ROW
                ADD JOB-POSTING-ID TO WS-HASH-TOTAL
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile
    PERFORM FINISH-EXTRACT.

EXTRACT-APPLICATIONS.
    MOVE "data/Warehouse-Applications.txt" TO WS-EXTRACT-PATH
    MOVE "posting_id" TO WS-HASH-FIELD
    MOVE SPACES TO EXTRACT-LINE
    MOVE "username|posting_id|job_title|company|applied_date|status"
        TO EXTRACT-LINE
    PERFORM START-EXTRACT
    OPEN INPUT JobApplicationsFile
    IF WS-APP-STAT = "35"
        CLOSE JobApplicationsFile
        PERFORM FINISH-EXTRACT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JobApplicationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                INSPECT JOB-APPLICATION-RECORD REPLACING ALL "|" BY "/"
                MOVE APP-USERNAME TO WS-PS-IN
                PERFORM PSEUDONYM
                MOVE SPACES TO EXTRACT-LINE
                STRING FUNCTION TRIM(WS-PS-OUT) "|" APP-POSTING-ID "|"
                    FUNCTION TRIM(APP-JOB-TITLE) "|"
                    FUNCTION TRIM(APP-JOB-COMPANY) "|" APP-DATE "|"
                    APP-STATUS DELIMITED BY SIZE INTO EXTRACT-LINE
                PERFORM WRITE-EXTRACT-ROW
                ADD APP-POSTING-ID TO WS-HASH-TOTAL
        END-READ
    END-PERFORM
    CLOSE JobApplicationsFile
    PERFORM FINISH-EXTRACT.

EXTRACT-SKILLS.
    MOVE "data/Warehouse-Skills.txt" TO WS-EXTRACT-PATH
    MOVE "skill_number" TO WS-HASH-FIELD
    MOVE SPACES TO EXTRACT-LINE
    MOVE "username|skill_number" TO EXTRACT-LINE
    PERFORM START-EXTRACT
    OPEN INPUT SkillsCompletedFile
    IF WS-SKILL-STAT = "35"
        CLOSE SkillsCompletedFile
        PERFORM FINISH-EXTRACT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SkillsCompletedFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE SKILL-USERNAME TO WS-PS-IN
                PERFORM PSEUDONYM
                MOVE SPACES TO EXTRACT-LINE
                STRING FUNCTION TRIM(WS-PS-OUT) "|" SKILL-NUMBER
                    DELIMITED BY SIZE INTO EXTRACT-LINE
                PERFORM WRITE-EXTRACT-ROW
                ADD SKILL-NUMBER TO WS-HASH-TOTAL
        END-READ
    END-PERFORM
    CLOSE SkillsCompletedFile
    PERFORM FINISH-EXTRACT.

EXTRACT-RSVPS.
    MOVE "data/Warehouse-EventRsvps.txt" TO WS-EXTRACT-PATH
    MOVE "event_date" TO WS-HASH-FIELD
    MOVE SPACES TO EXTRACT-LINE
    MOVE "username|event_posted_by|event_title|event_date" TO EXTRACT-LINE
    PERFORM START-EXTRACT
    OPEN INPUT EventRsvpsFile
    IF WS-RSVP-STAT = "35"
        CLOSE EventRsvpsFile
        PERFORM FINISH-EXTRACT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ EventRsvpsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                INSPECT EVENT-RSVP-RECORD REPLACING ALL "|" BY "/"
                MOVE RSVP-USERNAME TO WS-PS-IN
                PERFORM PSEUDONYM
                MOVE WS-PS-OUT TO WS-OUT-USER-1
                MOVE RSVP-POSTED-BY TO WS-PS-IN
                PERFORM PSEUDONYM
                MOVE WS-PS-OUT TO WS-OUT-USER-2
                MOVE SPACES TO EXTRACT-LINE
                STRING FUNCTION TRIM(WS-OUT-USER-1) "|"
                    FUNCTION TRIM(WS-OUT-USER-2) "|"
                    FUNCTION TRIM(RSVP-TITLE) "|" RSVP-DATE
                    DELIMITED BY SIZE INTO EXTRACT-LINE
                PERFORM WRITE-EXTRACT-ROW
                ADD RSVP-DATE TO WS-HASH-TOTAL
        END-READ
    END-PERFORM
    CLOSE EventRsvpsFile
    PERFORM FINISH-EXTRACT.

WRITE-CONTROL-FILE.
    MOVE "data/Warehouse-Control.txt" TO WS-EXTRACT-PATH
    OPEN OUTPUT ExtractFile
    MOVE SPACES TO EXTRACT-LINE
    MOVE "extract_file|run_date|record_count|hash_field|hash_total|pseudonymized"
        TO EXTRACT-LINE
    WRITE EXTRACT-LINE
    ADD 1 TO WS-BS-WRITTEN
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CTL-COUNT
        MOVE SPACES TO EXTRACT-LINE
        STRING FUNCTION TRIM(WS-CTL-FILE(I)) "|" WS-TODAY "|"
            WS-CTL-ROWS(I) "|" FUNCTION TRIM(WS-CTL-FIELD(I)) "|"
            WS-CTL-HASH(I) "|" WS-PSEUDONYMIZE
            DELIMITED BY SIZE INTO EXTRACT-LINE
        WRITE EXTRACT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-PERFORM
    MOVE SPACES TO EXTRACT-LINE
    STRING "ALL|" WS-TODAY "|" WS-GRAND-ROWS "||0|" WS-PSEUDONYMIZE
        DELIMITED BY SIZE INTO EXTRACT-LINE
    WRITE EXTRACT-LINE
    ADD 1 TO WS-BS-WRITTEN
    CLOSE ExtractFile.

END PROGRAM WarehouseExtract.
