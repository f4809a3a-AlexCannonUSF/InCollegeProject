>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TermsAcceptanceReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AccountFile ASSIGN TO "data/accounts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ACC-STAT.
    SELECT AcceptanceFile ASSIGN TO "data/TermsAcceptance.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TA-STAT.

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

FD AcceptanceFile.
01 ACCEPTANCE-RECORD.
       05 TA-USERNAME      PIC X(30).
       05 TA-VERSION       PIC 9(4).
       05 TA-ACCEPTED-TS   PIC 9(14).

WORKING-STORAGE SECTION.
*> How many users are on each version of the terms of use: every
*> open account in accounts.dat (closed ones are left out) counted
*> under the latest version it has accepted in
*> data/TermsAcceptance.dat, or under "never accepted". Everyone
*> below the current version is asked to accept it at their next
*> sign-in (Login.cob).
77 WS-ACC-STAT     PIC XX VALUE SPACES.
77 WS-TA-STAT      PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 I               PIC 9(4) VALUE 0.
77 WS-FIND-IDX     PIC 9(4) VALUE 0.
77 WS-VERSION      PIC 9(4) VALUE 0.
77 WS-TALLY        PIC 9(6) VALUE 0.
77 WS-BEHIND       PIC 9(6) VALUE 0.
77 WS-SKIPPED      PIC 9(6) VALUE 0.
77 WS-ROWS-READ    PIC 9(9) VALUE 0.

77 WS-ACCT-COUNT   PIC 9(4) VALUE 0.
01 WS-ACCOUNT-TABLE.
    05 WS-ACCT-ROW OCCURS 2000 TIMES.
        10 WS-A-USERNAME  PIC X(30).
        10 WS-A-VERSION   PIC 9(4).

*> TermsOfUse.cob parameters, for the current version.
77 WS-TOU-USER     PIC X(30) VALUE SPACES.
77 WS-TOU-CURRENT  PIC 9(4) VALUE 0.
77 WS-TOU-ACCEPTED PIC 9(4) VALUE 0.
77 WS-TOU-RESULT   PIC X VALUE SPACE.

77 WS-GUARD-FILE    PIC X(30) VALUE SPACES.
77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "=== Terms of Use Acceptance by Version ==="
    MOVE "accounts.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF

    CALL "TermsOfUse" USING "Q" WS-TOU-USER WS-TOU-CURRENT
        WS-TOU-ACCEPTED WS-TOU-RESULT
    IF WS-TOU-CURRENT = 0
        DISPLAY "No terms of use have been published yet."
        GOBACK
    END-IF

    PERFORM LOAD-ACCOUNTS
    PERFORM LOAD-ACCEPTANCES

    DISPLAY "Current version: " WS-TOU-CURRENT
    DISPLAY "Open accounts: " WS-ACCT-COUNT
    IF WS-SKIPPED > 0
        DISPLAY "  (" WS-SKIPPED " account(s) past the first 2000 were "
            "not counted.)"
    END-IF
    MOVE 0 TO WS-BEHIND
    PERFORM VARYING WS-VERSION FROM WS-TOU-CURRENT BY -1
        UNTIL WS-VERSION = 0
        PERFORM COUNT-VERSION
        IF WS-TALLY > 0 OR WS-VERSION = WS-TOU-CURRENT
            IF WS-VERSION = WS-TOU-CURRENT
                DISPLAY "  Version " WS-VERSION " (current): " WS-TALLY
                    " user(s)"
            ELSE
                DISPLAY "  Version " WS-VERSION ": " WS-TALLY
                    " user(s)"
                ADD WS-TALLY TO WS-BEHIND
            END-IF
        END-IF
    END-PERFORM
    MOVE 0 TO WS-VERSION
    PERFORM COUNT-VERSION
    DISPLAY "  Never accepted: " WS-TALLY " user(s)"
    ADD WS-TALLY TO WS-BEHIND
    DISPLAY WS-BEHIND " user(s) will be asked to accept version "
        WS-TOU-CURRENT " at their next sign-in."
    GOBACK.

LOAD-ACCOUNTS.
    MOVE 0 TO WS-ACCT-COUNT
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
                IF ACC-ACTIVE-FLAG NOT = "N"
                    IF WS-ACCT-COUNT < 2000
                        ADD 1 TO WS-ACCT-COUNT
                        MOVE ACC-USERNAME TO WS-A-USERNAME(WS-ACCT-COUNT)
                        MOVE 0 TO WS-A-VERSION(WS-ACCT-COUNT)
                    ELSE
                        ADD 1 TO WS-SKIPPED
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AccountFile.

LOAD-ACCEPTANCES.
    MOVE 0 TO WS-ROWS-READ
    MOVE "N" TO WS-EOF
    OPEN INPUT AcceptanceFile
    IF WS-TA-STAT = "35"
        CLOSE AcceptanceFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ AcceptanceFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROWS-READ
                PERFORM FIND-ACCOUNT
                IF WS-FIND-IDX > 0
                    IF TA-VERSION > WS-A-VERSION(WS-FIND-IDX)
                        MOVE TA-VERSION TO WS-A-VERSION(WS-FIND-IDX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AcceptanceFile.

FIND-ACCOUNT.
    MOVE 0 TO WS-FIND-IDX
    PERFORM VARYING I FROM 1 BY 1
        UNTIL I > WS-ACCT-COUNT OR WS-FIND-IDX > 0
        IF WS-A-USERNAME(I) = TA-USERNAME
            MOVE I TO WS-FIND-IDX
        END-IF
    END-PERFORM.

COUNT-VERSION.
    MOVE 0 TO WS-TALLY
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACCT-COUNT
        IF WS-A-VERSION(I) = WS-VERSION
            ADD 1 TO WS-TALLY
        END-IF
    END-PERFORM.

END PROGRAM TermsAcceptanceReport.
