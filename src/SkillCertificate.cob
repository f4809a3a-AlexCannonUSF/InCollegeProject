>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SkillCertificate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CertificatesFile ASSIGN TO "data/Certificates.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CERT-STAT.
    SELECT CertificateTextFile ASSIGN TO WS-CERT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TEXT-STAT.
    SELECT SkillsCompletedFile ASSIGN TO "data/SkillsCompleted.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SKILL-STAT.
    SELECT AccountFile ASSIGN TO "data/accounts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ACC-STAT.

DATA DIVISION.
FILE SECTION.
FD CertificatesFile.
01 CERTIFICATE-RECORD.
       05 CERT-CODE         PIC X(16).
       05 CERT-USERNAME     PIC X(30).
       05 CERT-SKILL-NUMBER PIC 9.
       05 CERT-SKILL-TITLE  PIC X(100).
       05 CERT-DATE         PIC 9(8).

FD CertificateTextFile.
01 CERTIFICATE-TEXT-LINE PIC X(120).

FD SkillsCompletedFile.
01 SKILL-COMPLETED-RECORD.
       05 SKILL-USERNAME PIC X(30).
       05 SKILL-NUMBER   PIC 9.

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

WORKING-STORAGE SECTION.
*> Skill-completion certificates. Every SkillMenu.cob lesson a student
*> completes gets one row in data/Certificates.dat - a verification
*> code, the student, the skill number and its SkillCatalog.dat title
*> as it read at the time, and the completion date - plus a printable
*> data/Certificate-<code>.txt they can attach to a paper resume.
*> Codes are "IC", a NextId.cob sequence number (so no two collide),
*> "-", and four random characters (so they cannot be guessed by
*> counting).
*>
*> "I" issues LK-USER-NAME's certificate for LK-SKILL-NUMBER titled
*> LK-SKILL-TITLE, dated today, returning LK-CODE and LK-DATE with
*> LK-RESULT "Y"; one already on file is returned as it stands with
*> LK-RESULT "E".
*> "V" looks LK-CODE up for the verification screen, filling in
*> LK-USER-NAME, LK-SKILL-NUMBER, LK-SKILL-TITLE and LK-DATE.
*> LK-RESULT is "Y" when it verifies, "N" for no such code, "C" when
*> the account has since been closed, and "R" when the
*> SkillsCompleted.dat row it certifies is gone (closure and
*> PurgeUserRows.cob sweeps remove both).
77 WS-CERT-STAT    PIC XX VALUE SPACES.
77 WS-TEXT-STAT    PIC XX VALUE SPACES.
77 WS-SKILL-STAT   PIC XX VALUE SPACES.
77 WS-ACC-STAT     PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-FOUND        PIC X VALUE "N".
77 WS-CERT-PATH    PIC X(60) VALUE SPACES.
77 WS-ID-NAME      PIC X(30) VALUE "Certificates".
77 WS-CERT-SEQ     PIC 9(9) VALUE 0.
77 WS-RANDOM-SALT  PIC X(8) VALUE SPACES.
77 WS-HASH-INPUT   PIC X(50) VALUE SPACES.
77 WS-HASH-VALUE   PIC 9(10) VALUE 0.
77 WS-PRINT-DATE   PIC X(10) VALUE SPACES.
77 WS-PROFILE-FOUND PIC X VALUE "N".
01 WS-PROFILE-RECORD.
    05 WS-PROF-NAME   PIC X(50).
    05 FILLER         PIC X(1685).

LINKAGE SECTION.
01 LK-FUNCTION     PIC X.
01 LK-USER-NAME    PIC X(30).
01 LK-SKILL-NUMBER PIC 9.
01 LK-SKILL-TITLE  PIC X(100).
01 LK-CODE         PIC X(16).
01 LK-DATE         PIC 9(8).
01 LK-RESULT       PIC X.

PROCEDURE DIVISION USING LK-FUNCTION LK-USER-NAME LK-SKILL-NUMBER
    LK-SKILL-TITLE LK-CODE LK-DATE LK-RESULT.
MAIN-LOGIC.
    EVALUATE LK-FUNCTION
        WHEN "I"
            PERFORM ISSUE-CERTIFICATE
        WHEN "V"
            PERFORM VERIFY-CERTIFICATE
        WHEN OTHER
            MOVE "N" TO LK-RESULT
    END-EVALUATE
    GOBACK.

ISSUE-CERTIFICATE.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-EOF
    OPEN INPUT CertificatesFile
    IF WS-CERT-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ CertificatesFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(CERT-USERNAME) = FUNCTION TRIM(LK-USER-NAME)
                        AND CERT-SKILL-NUMBER = LK-SKILL-NUMBER
                        MOVE "Y" TO WS-FOUND
                        MOVE CERT-CODE TO LK-CODE
                        MOVE CERT-DATE TO LK-DATE
                        MOVE "Y" TO WS-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CertificatesFile

    IF WS-FOUND = "Y"
        MOVE "E" TO LK-RESULT
        EXIT PARAGRAPH
    END-IF

    CALL "NextId" USING "N" WS-ID-NAME WS-CERT-SEQ
    MOVE LK-USER-NAME TO WS-HASH-INPUT
    CALL "HashAnswer" USING "G" WS-RANDOM-SALT WS-HASH-INPUT
        WS-HASH-VALUE
    MOVE SPACES TO LK-CODE
    STRING "IC" WS-CERT-SEQ "-" WS-RANDOM-SALT(1:4)
        DELIMITED BY SIZE INTO LK-CODE
    ACCEPT LK-DATE FROM DATE YYYYMMDD

    OPEN EXTEND CertificatesFile
    IF WS-CERT-STAT = "35"
        CLOSE CertificatesFile
        OPEN OUTPUT CertificatesFile
    END-IF
    MOVE LK-CODE TO CERT-CODE
    MOVE LK-USER-NAME TO CERT-USERNAME
    MOVE LK-SKILL-NUMBER TO CERT-SKILL-NUMBER
    MOVE LK-SKILL-TITLE TO CERT-SKILL-TITLE
    MOVE LK-DATE TO CERT-DATE
    WRITE CERTIFICATE-RECORD
    CLOSE CertificatesFile

    PERFORM WRITE-CERTIFICATE-TEXT
    MOVE "Y" TO LK-RESULT.

WRITE-CERTIFICATE-TEXT.
    *> The printable copy of the certificate just recorded.
    CALL "ProfileStore" USING "L" LK-USER-NAME WS-PROFILE-FOUND
        WS-PROFILE-RECORD
    IF WS-PROFILE-FOUND NOT = "Y" OR WS-PROF-NAME = SPACES
        MOVE LK-USER-NAME TO WS-PROF-NAME
    END-IF
    MOVE SPACES TO WS-PRINT-DATE
    STRING LK-DATE(1:4) "-" LK-DATE(5:2) "-" LK-DATE(7:2)
        DELIMITED BY SIZE INTO WS-PRINT-DATE

    MOVE SPACES TO WS-CERT-PATH
    STRING "data/Certificate-" FUNCTION TRIM(LK-CODE) ".txt"
        DELIMITED BY SIZE INTO WS-CERT-PATH
    OPEN OUTPUT CertificateTextFile
    MOVE "InCollege - Certificate of Completion" TO CERTIFICATE-TEXT-LINE
    WRITE CERTIFICATE-TEXT-LINE
    MOVE SPACES TO CERTIFICATE-TEXT-LINE
    WRITE CERTIFICATE-TEXT-LINE
    MOVE SPACES TO CERTIFICATE-TEXT-LINE
    STRING "This certifies that " FUNCTION TRIM(WS-PROF-NAME)
        " (" FUNCTION TRIM(LK-USER-NAME) ")"
        DELIMITED BY SIZE INTO CERTIFICATE-TEXT-LINE
    WRITE CERTIFICATE-TEXT-LINE
    MOVE "completed the InCollege skill lesson" TO CERTIFICATE-TEXT-LINE
    WRITE CERTIFICATE-TEXT-LINE
    MOVE SPACES TO CERTIFICATE-TEXT-LINE
    STRING "    " FUNCTION TRIM(LK-SKILL-TITLE)
        DELIMITED BY SIZE INTO CERTIFICATE-TEXT-LINE
    WRITE CERTIFICATE-TEXT-LINE
    MOVE SPACES TO CERTIFICATE-TEXT-LINE
    STRING "on " WS-PRINT-DATE "."
        DELIMITED BY SIZE INTO CERTIFICATE-TEXT-LINE
    WRITE CERTIFICATE-TEXT-LINE
    MOVE SPACES TO CERTIFICATE-TEXT-LINE
    WRITE CERTIFICATE-TEXT-LINE
    MOVE SPACES TO CERTIFICATE-TEXT-LINE
    STRING "Verification code: " LK-CODE
        DELIMITED BY SIZE INTO CERTIFICATE-TEXT-LINE
    WRITE CERTIFICATE-TEXT-LINE
    MOVE "Employers can check this code under ""Verify a skill certificate"" in InCollege."
        TO CERTIFICATE-TEXT-LINE
    WRITE CERTIFICATE-TEXT-LINE
    CLOSE CertificateTextFile.

VERIFY-CERTIFICATE.
    MOVE "N" TO LK-RESULT
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-EOF
    OPEN INPUT CertificatesFile
    IF WS-CERT-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ CertificatesFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CERT-CODE))
                        = FUNCTION UPPER-CASE(FUNCTION TRIM(LK-CODE))
                        MOVE "Y" TO WS-FOUND
                        MOVE CERT-CODE TO LK-CODE
                        MOVE CERT-USERNAME TO LK-USER-NAME
                        MOVE CERT-SKILL-NUMBER TO LK-SKILL-NUMBER
                        MOVE CERT-SKILL-TITLE TO LK-SKILL-TITLE
                        MOVE CERT-DATE TO LK-DATE
                        MOVE "Y" TO WS-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CertificatesFile
    IF WS-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    *> The account must still exist and be open.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-EOF
    OPEN INPUT AccountFile
    IF WS-ACC-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ AccountFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(ACC-USERNAME) = FUNCTION TRIM(LK-USER-NAME)
                        MOVE "Y" TO WS-EOF
                        IF ACC-ACTIVE-FLAG NOT = "N"
                            MOVE "Y" TO WS-FOUND
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE AccountFile
    IF WS-FOUND = "N"
        MOVE "C" TO LK-RESULT
        EXIT PARAGRAPH
    END-IF

    *> And the completion it certifies must still be on file.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-EOF
    OPEN INPUT SkillsCompletedFile
    IF WS-SKILL-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ SkillsCompletedFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(SKILL-USERNAME) = FUNCTION TRIM(LK-USER-NAME)
                        AND SKILL-NUMBER = LK-SKILL-NUMBER
                        MOVE "Y" TO WS-FOUND
                        MOVE "Y" TO WS-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SkillsCompletedFile
    IF WS-FOUND = "N"
        MOVE "R" TO LK-RESULT
    ELSE
        MOVE "Y" TO LK-RESULT
    END-IF.

END PROGRAM SkillCertificate.
