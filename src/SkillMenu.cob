*> Wide enough to step past 9 and terminate the one-to-nine loops.
77 I                PIC 99 VALUE 0.
77 WS-EXIT-CHOICE   PIC 99 VALUE 0.
77 WS-CERT-CHOICE   PIC 99 VALUE 0.

*> Each completed lesson earns a certificate with a verification code
*> employers can check - see SkillCertificate.cob. "My certificates"
*> lists them, issuing any missing for lessons completed before
*> certificates existed.
77 WS-CERT-SKILL    PIC 9 VALUE 0.
77 WS-CERT-TITLE    PIC X(100) VALUE SPACES.
77 WS-CERT-CODE     PIC X(16) VALUE SPACES.
77 WS-CERT-DATE     PIC 9(8) VALUE 0.
77 WS-CERT-RESULT   PIC X VALUE SPACE.
77 WS-CERT-COUNT    PIC 9 VALUE 0.
01 WS-DONE-FLAGS    PIC X(9) VALUE SPACES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).
*> 0 shows the lesson menu; a skill number goes straight to that
*> lesson and back to the caller (JobSearch.cob's "learn a required
*> skill you are missing").
01 LNK-START-SKILL PIC 9.

PROCEDURE DIVISION USING LNK-USER-NAME LNK-START-SKILL.

MAIN-LOGIC.
    MOVE 'N' TO EXIT-FLAG
    PERFORM LOAD-CATALOG
    IF WS-LESSON-COUNT = 0
        PERFORM SEED-DEFAULT-CATALOG
        GOBACK
    END-IF

    IF LNK-START-SKILL >= 1 AND LNK-START-SKILL <= WS-LESSON-COUNT
        IF WS-LESSON-TITLE(LNK-START-SKILL) NOT = SPACES
            MOVE LNK-START-SKILL TO WS-CURRENT-SKILL
            PERFORM TEACH-LESSON
            GOBACK
        END-IF
    END-IF

    COMPUTE WS-CERT-CHOICE = WS-LESSON-COUNT + 1
    COMPUTE WS-EXIT-CHOICE = WS-LESSON-COUNT + 2
    PERFORM UNTIL EXIT-FLAG = 'Y'
        PERFORM DISPLAY-MENU
        ACCEPT USER-CHOICE
        DISPLAY USER-CHOICE
        EVALUATE TRUE
            WHEN USER-CHOICE >= 1 AND USER-CHOICE <= WS-LESSON-COUNT
                MOVE USER-CHOICE TO WS-CURRENT-SKILL
                PERFORM TEACH-LESSON
            WHEN USER-CHOICE = WS-CERT-CHOICE
                PERFORM SHOW-MY-CERTIFICATES
            WHEN USER-CHOICE = WS-EXIT-CHOICE
                MOVE 'Y' TO EXIT-FLAG
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM
    GOBACK.

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LESSON-COUNT
        DISPLAY I ". " FUNCTION TRIM(WS-LESSON-TITLE(I))
    END-PERFORM
    DISPLAY WS-CERT-CHOICE ". My certificates"
    DISPLAY WS-EXIT-CHOICE ". Go Back"
    DISPLAY "Enter your choice:".

        IF WS-MARK-CHOICE = "Y"
            PERFORM RECORD-COMPLETION
            DISPLAY "Skill marked as completed."
            MOVE WS-CURRENT-SKILL TO WS-CERT-SKILL
            PERFORM ISSUE-SKILL-CERTIFICATE
        END-IF
    END-IF.

        CLOSE SkillsCompletedFile
    END-IF.

ISSUE-SKILL-CERTIFICATE.
    *> WS-CERT-SKILL's certificate, issued now unless it already was.
    MOVE WS-LESSON-TITLE(WS-CERT-SKILL) TO WS-CERT-TITLE
    CALL "SkillCertificate" USING "I" LNK-USER-NAME WS-CERT-SKILL
        WS-CERT-TITLE WS-CERT-CODE WS-CERT-DATE WS-CERT-RESULT
    IF WS-CERT-RESULT = "Y"
        DISPLAY "Certificate issued - verification code "
            WS-CERT-CODE
        DISPLAY "A printable copy is in data/Certificate-"
            FUNCTION TRIM(WS-CERT-CODE) ".txt"
    END-IF.

SHOW-MY-CERTIFICATES.
    *> One pass over SkillsCompleted.dat for the caller's lessons, then
    *> a certificate line per lesson still in the catalog.
    MOVE SPACES TO WS-DONE-FLAGS
    MOVE "N" TO WS-EOF-SKILL
    OPEN INPUT SkillsCompletedFile
    IF WS-SKILL-STAT = "35"
        CLOSE SkillsCompletedFile
    ELSE
        PERFORM UNTIL WS-EOF-SKILL = "Y"
            READ SkillsCompletedFile
                AT END
                    MOVE "Y" TO WS-EOF-SKILL
                NOT AT END
                    IF FUNCTION TRIM(SKILL-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                        AND SKILL-NUMBER >= 1
                        MOVE "Y" TO WS-DONE-FLAGS(SKILL-NUMBER:1)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SkillsCompletedFile
    END-IF

    DISPLAY " "
    DISPLAY "--- My Certificates ---"
    MOVE 0 TO WS-CERT-COUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
        IF WS-DONE-FLAGS(I:1) = "Y"
            AND WS-LESSON-TITLE(I) NOT = SPACES
            MOVE I TO WS-CERT-SKILL
            MOVE WS-LESSON-TITLE(I) TO WS-CERT-TITLE
            CALL "SkillCertificate" USING "I" LNK-USER-NAME WS-CERT-SKILL
                WS-CERT-TITLE WS-CERT-CODE WS-CERT-DATE WS-CERT-RESULT
            ADD 1 TO WS-CERT-COUNT
            DISPLAY FUNCTION TRIM(WS-LESSON-TITLE(I)) " - completed "
                WS-CERT-DATE ", code " WS-CERT-CODE
            DISPLAY "   data/Certificate-" FUNCTION TRIM(WS-CERT-CODE)
                ".txt"
        END-IF
    END-PERFORM
    IF WS-CERT-COUNT = 0
        DISPLAY "You have not completed any lessons yet."
    END-IF.

CHECK-ALREADY-COMPLETED.
    MOVE "N" TO WS-ALREADY-DONE
    MOVE "N" TO WS-EOF-SKILL
