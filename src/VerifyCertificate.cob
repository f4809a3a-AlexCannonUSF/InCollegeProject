>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VerifyCertificate.

DATA DIVISION.
WORKING-STORAGE SECTION.
*> Verification screen for skill-completion certificates, on the
*> employer and admin menus: type the code printed on a certificate
*> and see whose it is, which lesson, and when it was completed - no
*> need to log in as the student. A code stops verifying once the
*> account is closed or the completion row it certifies has been
*> removed - see SkillCertificate.cob "V".
77 WS-CODE-RAW     PIC X(30) VALUE SPACES.
77 WS-CERT-USER    PIC X(30) VALUE SPACES.
77 WS-CERT-SKILL   PIC 9 VALUE 0.
77 WS-CERT-TITLE   PIC X(100) VALUE SPACES.
77 WS-CERT-CODE    PIC X(16) VALUE SPACES.
77 WS-CERT-DATE    PIC 9(8) VALUE 0.
77 WS-CERT-RESULT  PIC X VALUE SPACE.
77 WS-PROFILE-FOUND PIC X VALUE "N".
01 WS-PROFILE-RECORD.
    05 WS-PROF-NAME   PIC X(50).
    05 WS-PROF-UNIV   PIC X(50).
    05 FILLER         PIC X(1635).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Verify a Skill Certificate ---"
    DISPLAY "Enter the verification code (e.g. IC000000001-AB12):"
    ACCEPT WS-CODE-RAW
    IF FUNCTION TRIM(WS-CODE-RAW) = SPACES
        GOBACK
    END-IF

    MOVE FUNCTION TRIM(WS-CODE-RAW) TO WS-CERT-CODE
    CALL "SkillCertificate" USING "V" WS-CERT-USER WS-CERT-SKILL
        WS-CERT-TITLE WS-CERT-CODE WS-CERT-DATE WS-CERT-RESULT

    EVALUATE WS-CERT-RESULT
        WHEN "Y"
            CALL "ProfileStore" USING "L" WS-CERT-USER WS-PROFILE-FOUND
                WS-PROFILE-RECORD
            IF WS-PROFILE-FOUND NOT = "Y" OR WS-PROF-NAME = SPACES
                MOVE WS-CERT-USER TO WS-PROF-NAME
                MOVE SPACES TO WS-PROF-UNIV
            END-IF
            DISPLAY "VALID certificate " WS-CERT-CODE
            DISPLAY "  Earned by: " FUNCTION TRIM(WS-PROF-NAME)
                " (" FUNCTION TRIM(WS-CERT-USER) ")"
            IF WS-PROF-UNIV NOT = SPACES
                DISPLAY "  University: " FUNCTION TRIM(WS-PROF-UNIV)
            END-IF
            DISPLAY "  Skill: " FUNCTION TRIM(WS-CERT-TITLE)
            DISPLAY "  Completed: " WS-CERT-DATE(1:4) "-"
                WS-CERT-DATE(5:2) "-" WS-CERT-DATE(7:2)
        WHEN "C"
            DISPLAY "NOT VALID - the account this certificate was issued "
                "to has been closed."
        WHEN "R"
            DISPLAY "NOT VALID - the skill completion behind this "
                "certificate is no longer on record."
        WHEN OTHER
            DISPLAY "NOT VALID - no certificate has that code."
    END-EVALUATE
    GOBACK.

END PROGRAM VerifyCertificate.
