>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TermsMaintenance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TermsFile ASSIGN TO "data/TermsOfUse.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TOU-STAT.

DATA DIVISION.
FILE SECTION.
FD TermsFile.
01 TERMS-RECORD.
       05 TOU-VERSION      PIC 9(4).
       05 TOU-PUBLISHED    PIC 9(8).
       05 TOU-PUBLISHED-BY PIC X(30).
       05 TOU-LINE-NO      PIC 9(3).
       05 TOU-TEXT         PIC X(100).

WORKING-STORAGE SECTION.
*> Admin screen for the terms of use TermsOfUse.cob serves. Shows the
*> current version, when and by whom it was published, and its text;
*> publishing a new version appends it to data/TermsOfUse.dat as the
*> next version number - earlier versions stay in the file, so the
*> wording any user accepted can still be read back. Every user is
*> asked to accept the new version at their next sign-in (Login.cob).
*> Each publish is written to AdminAudit.dat under the logged-in
*> admin. The acceptance report is TermsAcceptanceReport.cob.
77 WS-TOU-STAT     PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-ACTION       PIC X(4) VALUE SPACES.
77 WS-CONFIRM      PIC X VALUE SPACE.
77 WS-DONE         PIC X VALUE "N".
77 WS-TODAY        PIC 9(8) VALUE 0.

*> The current version, found by READ-CURRENT-VERSION.
77 WS-CURRENT      PIC 9(4) VALUE 0.
77 WS-CUR-PUBLISHED    PIC 9(8) VALUE 0.
77 WS-CUR-PUBLISHED-BY PIC X(30) VALUE SPACES.
77 WS-CUR-LINES    PIC 9(3) VALUE 0.
77 WS-NEW-VERSION  PIC 9(4) VALUE 0.

*> Text of the version being written; entry ends at a line holding
*> only a full stop, so blank lines can separate paragraphs.
77 WS-MAX-LINES    PIC 9(3) VALUE 200.
77 WS-LINE-COUNT   PIC 9(3) VALUE 0.
77 WS-LINE-IN      PIC X(100) VALUE SPACES.
77 I               PIC 9(3) VALUE 0.
01 WS-NEW-TEXT.
    05 WS-NEW-LINE OCCURS 200 TIMES PIC X(100).

77 WS-AUDIT-ACTOR  PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET PIC X(30) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE "N" TO WS-DONE
    PERFORM UNTIL WS-DONE = "Y"
        DISPLAY "--- Terms of Use ---"
        PERFORM READ-CURRENT-VERSION
        IF WS-CURRENT = 0
            DISPLAY "No terms of use have been published yet."
        ELSE
            DISPLAY "Current version " WS-CURRENT ", published "
                WS-CUR-PUBLISHED(1:4) "-" WS-CUR-PUBLISHED(5:2) "-"
                WS-CUR-PUBLISHED(7:2) " by "
                FUNCTION TRIM(WS-CUR-PUBLISHED-BY) " (" WS-CUR-LINES
                " line(s))."
        END-IF
        DISPLAY "1. View the current terms"
        DISPLAY "2. Publish a new version"
        DISPLAY "3. Acceptance by version"
        DISPLAY "4. Go back"
        DISPLAY "Enter your choice:"
        ACCEPT WS-ACTION
        EVALUATE FUNCTION TRIM(WS-ACTION)
            WHEN "1"
                PERFORM SHOW-CURRENT-TERMS
            WHEN "2"
                PERFORM PUBLISH-VERSION
            WHEN "3"
                CALL "TermsAcceptanceReport"
            WHEN "4"
                MOVE "Y" TO WS-DONE
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM
    GOBACK.

READ-CURRENT-VERSION.
    MOVE 0 TO WS-CURRENT
    MOVE 0 TO WS-CUR-PUBLISHED
    MOVE SPACES TO WS-CUR-PUBLISHED-BY
    MOVE 0 TO WS-CUR-LINES
    MOVE "N" TO WS-EOF
    OPEN INPUT TermsFile
    IF WS-TOU-STAT = "35"
        CLOSE TermsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ TermsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TOU-VERSION > WS-CURRENT
                    MOVE TOU-VERSION TO WS-CURRENT
                    MOVE TOU-PUBLISHED TO WS-CUR-PUBLISHED
                    MOVE TOU-PUBLISHED-BY TO WS-CUR-PUBLISHED-BY
                    MOVE 0 TO WS-CUR-LINES
                END-IF
                IF TOU-VERSION = WS-CURRENT
                    ADD 1 TO WS-CUR-LINES
                END-IF
        END-READ
    END-PERFORM
    CLOSE TermsFile.

SHOW-CURRENT-TERMS.
    IF WS-CURRENT = 0
        DISPLAY "There is nothing to show."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "--- Terms of Use (version " WS-CURRENT ") ---"
    MOVE "N" TO WS-EOF
    OPEN INPUT TermsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ TermsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TOU-VERSION = WS-CURRENT
                    DISPLAY TOU-TEXT
                END-IF
        END-READ
    END-PERFORM
    CLOSE TermsFile
    DISPLAY "--- End of Terms of Use ---".

PUBLISH-VERSION.
    COMPUTE WS-NEW-VERSION = WS-CURRENT + 1
    DISPLAY "Enter the text of version " WS-NEW-VERSION
        ", one line at a time (up to 100 characters each)."
    DISPLAY "Enter a line holding only . to finish, or . on the first "
        "line to cancel."
    MOVE 0 TO WS-LINE-COUNT
    MOVE SPACES TO WS-NEW-TEXT
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        MOVE SPACES TO WS-LINE-IN
        ACCEPT WS-LINE-IN
        INSPECT WS-LINE-IN REPLACING ALL X"0D" BY SPACE
        INSPECT WS-LINE-IN REPLACING ALL X"0A" BY SPACE
        IF FUNCTION TRIM(WS-LINE-IN) = "."
            MOVE "Y" TO WS-EOF
        ELSE
            IF WS-LINE-COUNT < WS-MAX-LINES
                ADD 1 TO WS-LINE-COUNT
                MOVE WS-LINE-IN TO WS-NEW-LINE(WS-LINE-COUNT)
            ELSE
                DISPLAY "The terms can be at most 200 lines; the rest "
                    "was not kept."
                MOVE "Y" TO WS-EOF
            END-IF
        END-IF
    END-PERFORM

    *> Trailing blank lines are dropped.
    PERFORM UNTIL WS-LINE-COUNT = 0
        OR WS-NEW-LINE(WS-LINE-COUNT) NOT = SPACES
        SUBTRACT 1 FROM WS-LINE-COUNT
    END-PERFORM
    IF WS-LINE-COUNT = 0
        DISPLAY "No text entered. The terms of use were not changed."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Publish these " WS-LINE-COUNT " line(s) as version "
        WS-NEW-VERSION "? Every user will have to accept them at their "
        "next sign-in. (Y/N):"
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
        DISPLAY "The terms of use were not changed."
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND TermsFile
    IF WS-TOU-STAT = "35"
        CLOSE TermsFile
        OPEN OUTPUT TermsFile
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LINE-COUNT
        MOVE SPACES TO TERMS-RECORD
        MOVE WS-NEW-VERSION TO TOU-VERSION
        MOVE WS-TODAY TO TOU-PUBLISHED
        MOVE LNK-USER-NAME TO TOU-PUBLISHED-BY
        MOVE I TO TOU-LINE-NO
        MOVE WS-NEW-LINE(I) TO TOU-TEXT
        WRITE TERMS-RECORD
    END-PERFORM
    CLOSE TermsFile

    MOVE "TERMS OF USE PUBLISHED" TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-TARGET
    STRING "VERSION " WS-NEW-VERSION DELIMITED BY SIZE
        INTO WS-AUDIT-TARGET
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR WS-AUDIT-ACTION
        WS-AUDIT-TARGET
    DISPLAY "Version " WS-NEW-VERSION " of the terms of use is now in "
        "effect.".

END PROGRAM TermsMaintenance.
