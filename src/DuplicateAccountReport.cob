>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DuplicateAccountReport.

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
    SELECT ContactCardsFile ASSIGN TO "data/ContactCards.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CC-STAT.
    SELECT ReportFile ASSIGN TO "data/DuplicateAccountReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

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
   05 FILLER     PIC X(1589).

FD ContactCardsFile.
01 CONTACT-CARD-RECORD.
       05 CC-USERNAME PIC X(30).
       05 CC-EMAIL    PIC X(60).
       05 CC-PHONE    PIC X(20).
       05 CC-WEBSITE  PIC X(60).

FD ReportFile.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Pairs up active student accounts that are probably the same person
*> - left over from a failed signup, a forgotten password or a new
*> school e-mail - and lists them in data/DuplicateAccountReport.txt
*> for an administrator to fold together with MergeAccounts.cob. Two
*> accounts pair up when their profiles give the same Name,
*> University and GradYear, or when their contact cards give the same
*> e-mail; both are compared trimmed and case-blind, and a blank
*> name or e-mail never matches. Each pair is listed older account
*> first, since that is usually the one to keep. Runs in NightlyBatch
*> and from the merge screen.
77 WS-ACC-STAT      PIC XX VALUE SPACES.
77 WS-PROFILE-STAT  PIC XX VALUE SPACES.
77 WS-CC-STAT       PIC XX VALUE SPACES.
77 WS-REPORT-STAT   PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-PAIR-COUNT    PIC 9(6) VALUE 0.
77 WS-SAME-PERSON   PIC X VALUE "N".
77 WS-SAME-EMAIL    PIC X VALUE "N".
77 WS-REASON        PIC X(60) VALUE SPACES.
77 WS-FIRST         PIC 9(4) VALUE 0.
77 WS-SECOND        PIC 9(4) VALUE 0.
77 WS-SKIPPED       PIC 9(6) VALUE 0.
77 I                PIC 9(4) VALUE 0.
77 J                PIC 9(4) VALUE 0.
77 K                PIC 9(4) VALUE 0.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

*> One row per active student account; profile and contact-card
*> keys are filled in afterwards by username.
77 WS-PERSON-COUNT  PIC 9(4) VALUE 0.
01 WS-PERSON-TABLE.
   05 WS-PERSON-ROW OCCURS 2000 TIMES.
       10 WS-P-USERNAME  PIC X(30).
       10 WS-P-CREATED   PIC 9(8).
       10 WS-P-NAME      PIC X(50).
       10 WS-P-UNIV      PIC X(50).
       10 WS-P-YEAR      PIC 9(4).
       10 WS-P-EMAIL     PIC X(60).

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
    DISPLAY "=== Duplicate Account Report ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    MOVE "accounts.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        MOVE 8 TO WS-STEP-RC
        CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
        MOVE WS-STEP-RC TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM LOAD-STUDENTS
    PERFORM LOAD-PROFILES
    PERFORM LOAD-CONTACT-CARDS

    OPEN OUTPUT ReportFile
    MOVE SPACES TO REPORT-LINE
    STRING "Likely duplicate student accounts as of " WS-TODAY
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN

    MOVE 0 TO WS-PAIR-COUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-PERSON-COUNT
        COMPUTE J = I + 1
        PERFORM VARYING K FROM J BY 1 UNTIL K > WS-PERSON-COUNT
            PERFORM COMPARE-PAIR
        END-PERFORM
    END-PERFORM

    IF WS-PAIR-COUNT = 0
        MOVE "  No likely duplicates found." TO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF
    IF WS-SKIPPED > 0
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-SKIPPED " student account(s) past the first 2000 "
            "were not compared." DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        ADD 1 TO WS-BS-WRITTEN
    END-IF
    CLOSE ReportFile

    DISPLAY WS-PAIR-COUNT " likely duplicate pair(s). See "
        "data/DuplicateAccountReport.txt."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    MOVE WS-STEP-RC TO RETURN-CODE
    GOBACK.

COMPARE-PAIR.
    *> I against K (K runs past I). Older account first on the line.
    MOVE "N" TO WS-SAME-PERSON
    MOVE "N" TO WS-SAME-EMAIL
    IF WS-P-NAME(I) NOT = SPACES AND WS-P-YEAR(I) > 0
        AND WS-P-NAME(I) = WS-P-NAME(K)
        AND WS-P-UNIV(I) = WS-P-UNIV(K)
        AND WS-P-YEAR(I) = WS-P-YEAR(K)
        MOVE "Y" TO WS-SAME-PERSON
    END-IF
    IF WS-P-EMAIL(I) NOT = SPACES AND WS-P-EMAIL(I) = WS-P-EMAIL(K)
        MOVE "Y" TO WS-SAME-EMAIL
    END-IF
    IF WS-SAME-PERSON = "N" AND WS-SAME-EMAIL = "N"
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
        WHEN WS-SAME-PERSON = "Y" AND WS-SAME-EMAIL = "Y"
            MOVE "same name, school and year; same e-mail" TO WS-REASON
        WHEN WS-SAME-PERSON = "Y"
            MOVE "same name, school and year" TO WS-REASON
        WHEN OTHER
            MOVE "same contact-card e-mail" TO WS-REASON
    END-EVALUATE
    IF WS-P-CREATED(K) < WS-P-CREATED(I)
        MOVE K TO WS-FIRST
        MOVE I TO WS-SECOND
    ELSE
        MOVE I TO WS-FIRST
        MOVE K TO WS-SECOND
    END-IF

    ADD 1 TO WS-PAIR-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-P-USERNAME(WS-FIRST) " (since "
        WS-P-CREATED(WS-FIRST) ")  and  " WS-P-USERNAME(WS-SECOND)
        " (since " WS-P-CREATED(WS-SECOND) ")  - "
        FUNCTION TRIM(WS-REASON)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN.

LOAD-STUDENTS.
    MOVE 0 TO WS-PERSON-COUNT
    MOVE 0 TO WS-SKIPPED
    MOVE "N" TO WS-EOF
    OPEN INPUT AccountFile
    IF WS-ACC-STAT = "35"
        CLOSE AccountFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ AccountFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF ACC-ACCOUNT-TYPE = "S" AND ACC-ACTIVE-FLAG NOT = "N"
                    IF WS-PERSON-COUNT < 2000
                        ADD 1 TO WS-PERSON-COUNT
                        MOVE ACC-USERNAME TO WS-P-USERNAME(WS-PERSON-COUNT)
                        MOVE ACC-CREATED-DATE TO WS-P-CREATED(WS-PERSON-COUNT)
                        MOVE SPACES TO WS-P-NAME(WS-PERSON-COUNT)
                        MOVE SPACES TO WS-P-UNIV(WS-PERSON-COUNT)
                        MOVE 0 TO WS-P-YEAR(WS-PERSON-COUNT)
                        MOVE SPACES TO WS-P-EMAIL(WS-PERSON-COUNT)
                    ELSE
                        ADD 1 TO WS-SKIPPED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AccountFile.

LOAD-PROFILES.
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
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PERSON-COUNT
                    IF WS-P-USERNAME(J) = Username
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Name))
                            TO WS-P-NAME(J)
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(University))
                            TO WS-P-UNIV(J)
                        IF GradYear IS NUMERIC
                            MOVE GradYear TO WS-P-YEAR(J)
                        END-IF
                        MOVE WS-PERSON-COUNT TO J
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE ProfileFile.

LOAD-CONTACT-CARDS.
    MOVE "N" TO WS-EOF
    OPEN INPUT ContactCardsFile
    IF WS-CC-STAT = "35"
        CLOSE ContactCardsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ContactCardsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PERSON-COUNT
                    IF WS-P-USERNAME(J) = CC-USERNAME
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CC-EMAIL))
                            TO WS-P-EMAIL(J)
                        MOVE WS-PERSON-COUNT TO J
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE ContactCardsFile.

END PROGRAM DuplicateAccountReport.
