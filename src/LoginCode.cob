>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LoginCode.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LoginCodesFile ASSIGN TO "data/LoginCodes.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-LC-STAT.
    SELECT TempCodesFile ASSIGN TO "data/LoginCodes.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT OptInFile ASSIGN TO "data/LoginCodeOptIn.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OPT-STAT.
    SELECT TempOptInFile ASSIGN TO "data/LoginCodeOptIn.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ContactCardsFile ASSIGN TO "data/ContactCards.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CC-STAT.
    SELECT OutboundMailFile ASSIGN TO "data/OutboundMail.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAIL-STAT.
    SELECT AccountFile ASSIGN TO "data/accounts.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ACC-STAT.

DATA DIVISION.
FILE SECTION.
FD LoginCodesFile.
01 LOGIN-CODE-RECORD.
       05 LC-USERNAME     PIC X(30).
       05 LC-SALT         PIC X(8).
       05 LC-HASH         PIC 9(10).
       05 LC-ISSUED-TS    PIC 9(14).
       05 LC-EXPIRES-MIN  PIC 9(10).
       05 LC-USED         PIC X(01).

FD TempCodesFile.
01 TEMP-CODE-RECORD PIC X(73).

FD OptInFile.
01 OPT-IN-RECORD.
       05 OPT-USERNAME    PIC X(30).

FD TempOptInFile.
01 TEMP-OPT-IN-RECORD PIC X(30).

FD ContactCardsFile.
01 CONTACT-CARD-RECORD.
       05 CC-USERNAME PIC X(30).
       05 CC-EMAIL    PIC X(60).
       05 CC-PHONE    PIC X(20).
       05 CC-WEBSITE  PIC X(60).

FD OutboundMailFile.
01 OUTBOUND-MAIL-RECORD.
       05 OM-QUEUED-TS    PIC 9(14).
       05 OM-USERNAME     PIC X(30).
       05 OM-CHANNEL      PIC X(01).
       05 OM-ADDRESS      PIC X(60).
       05 OM-SUBJECT      PIC X(40).
       05 OM-BODY         PIC X(100).

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
*> One-time sign-in codes, the second step Login.cob asks for after a
*> correct password. Admin and career-services accounts always get
*> one; students and employers get one once they opt in (a row in
*> data/LoginCodeOptIn.dat, set from SignInSecurity.cob).
*>
*> A code is six digits, good for WS-CODE-MINUTES minutes and for one
*> use. data/LoginCodes.dat keeps one row per user - the latest code,
*> salted and hashed through HashAnswer.cob like the recovery answers,
*> never the digits themselves; issuing a new code replaces the old.
*>
*> Delivery is a row in data/OutboundMail.dat for the mail gateway to
*> pick up: to the e-mail on the user's ContactCards.dat card ("E"),
*> else its phone number by text ("S"), else with no address ("U") -
*> the gateway routes those by username to the mailbox it has on file
*> for the account, which is how staff accounts without a card are
*> reached.
*>
*> "R" LK-RESULT "Y" when LK-USER-NAME must enter a code to sign in.
*> "I" issues a code and queues its delivery; LK-SENT-TO says where
*>     it went, for the screen.
*> "C" checks LK-CODE: "Y" accepted (and used up), "X" expired or
*>     already used, "N" wrong or never issued.
*> "S" LK-RESULT "Y" when the user has opted in.
*> "O" opts the user in; "F" opts them out.
77 WS-LC-STAT      PIC XX VALUE SPACES.
77 WS-OPT-STAT     PIC XX VALUE SPACES.
77 WS-CC-STAT      PIC XX VALUE SPACES.
77 WS-MAIL-STAT    PIC XX VALUE SPACES.
77 WS-ACC-STAT     PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-LOCK-RESULT  PIC X VALUE SPACE.
77 WS-UPDATED      PIC X VALUE "N".
77 WS-RECOVER-DAT  PIC X(60) VALUE SPACES.
77 WS-RECOVER-TMP  PIC X(60) VALUE SPACES.

77 WS-CODE-MINUTES PIC 9 VALUE 5.

77 WS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-FOUND        PIC X VALUE "N".
77 WS-ACCOUNT-TYPE PIC X VALUE SPACE.
77 WS-OPTED-IN     PIC X VALUE "N".

77 WS-TODAY        PIC 9(8) VALUE 0.
01 WS-NOW-TIME.
   05 WS-NOW-HH    PIC 99.
   05 WS-NOW-MM    PIC 99.
   05 WS-NOW-SS    PIC 99.
   05 WS-NOW-CC    PIC 99.
77 WS-NOW-TS       PIC 9(14) VALUE 0.
77 WS-NOW-MIN      PIC 9(10) VALUE 0.

*> The code generator is seeded once per run, on the first code
*> issued, and every later code draws on from the same sequence. The
*> seed mixes the clock with the requesting account's stored salt
*> and password hash - bytes no one asking for a code can see - so
*> knowing when a code was requested is not enough to rebuild it.
77 WS-SEED         PIC 9(8) VALUE 0.
77 WS-SEEDED       PIC X VALUE "N".
77 WS-ACCOUNT-MIX  PIC 9(8) VALUE 0.
77 WS-MIX-I        PIC 99 VALUE 0.
77 WS-RANDOM-VAL   PIC 9V9(9) VALUE 0.
77 WS-CODE-NUM     PIC 9(6) VALUE 0.
77 WS-HASH-MODE    PIC X VALUE SPACE.
77 WS-HASH-SALT    PIC X(8) VALUE SPACES.
77 WS-HASH-TEXT    PIC X(50) VALUE SPACES.
77 WS-HASH-VALUE   PIC 9(10) VALUE 0.

77 WS-EMAIL        PIC X(60) VALUE SPACES.
77 WS-PHONE        PIC X(20) VALUE SPACES.

LINKAGE SECTION.
01 LK-FUNCTION  PIC X.
01 LK-USER-NAME PIC X(30).
01 LK-CODE      PIC X(10).
01 LK-RESULT    PIC X.
01 LK-SENT-TO   PIC X(60).

PROCEDURE DIVISION USING LK-FUNCTION LK-USER-NAME LK-CODE LK-RESULT
    LK-SENT-TO.
MAIN-LOGIC.
    MOVE "N" TO LK-RESULT
    EVALUATE LK-FUNCTION
        WHEN "R"
            CALL "DataStore" USING "T" LK-USER-NAME WS-PASSWORD WS-FOUND
                WS-ACCOUNT-TYPE
            IF WS-ACCOUNT-TYPE = "A" OR WS-ACCOUNT-TYPE = "C"
                MOVE "Y" TO LK-RESULT
            ELSE
                PERFORM CHECK-OPTED-IN
                MOVE WS-OPTED-IN TO LK-RESULT
            END-IF
        WHEN "I"
            PERFORM ISSUE-CODE
        WHEN "C"
            PERFORM CHECK-CODE
        WHEN "S"
            PERFORM CHECK-OPTED-IN
            MOVE WS-OPTED-IN TO LK-RESULT
        WHEN "O"
            PERFORM SAVE-OPT-IN
        WHEN "F"
            PERFORM SAVE-OPT-IN
    END-EVALUATE
    GOBACK.

SET-NOW.
    *> Minutes since the start of the calendar, so an expiry five
    *> minutes before midnight still compares correctly after it.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME
    MOVE WS-TODAY TO WS-NOW-TS(1:8)
    MOVE WS-NOW-TIME(1:6) TO WS-NOW-TS(9:6)
    COMPUTE WS-NOW-MIN = FUNCTION INTEGER-OF-DATE(WS-TODAY) * 1440
        + WS-NOW-HH * 60 + WS-NOW-MM.

CHECK-OPTED-IN.
    MOVE "N" TO WS-OPTED-IN
    MOVE "N" TO WS-EOF
    OPEN INPUT OptInFile
    IF WS-OPT-STAT = "35"
        CLOSE OptInFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ OptInFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(OPT-USERNAME) = FUNCTION TRIM(LK-USER-NAME)
                    MOVE "Y" TO WS-OPTED-IN
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OptInFile.

SAVE-OPT-IN.
    *> "O" keeps (or adds) the user's row, "F" drops it - the usual
    *> rebuild-via-temp-file under the shared update lock.
    MOVE "N" TO WS-UPDATED
    MOVE "N" TO WS-EOF
    MOVE "data/LoginCodeOptIn.dat" TO WS-RECOVER-DAT
    MOVE "data/LoginCodeOptIn.tmp" TO WS-RECOVER-TMP
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN OUTPUT TempOptInFile
    OPEN INPUT OptInFile
    IF WS-OPT-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ OptInFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(OPT-USERNAME) = FUNCTION TRIM(LK-USER-NAME)
                        MOVE "Y" TO WS-UPDATED
                    ELSE
                        MOVE OPT-IN-RECORD TO TEMP-OPT-IN-RECORD
                        WRITE TEMP-OPT-IN-RECORD
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE OptInFile

    IF LK-FUNCTION = "O"
        MOVE LK-USER-NAME TO TEMP-OPT-IN-RECORD
        WRITE TEMP-OPT-IN-RECORD
    END-IF
    CLOSE TempOptInFile

    CALL "CBL_DELETE_FILE" USING "data/LoginCodeOptIn.dat"
    CALL "CBL_RENAME_FILE" USING "data/LoginCodeOptIn.tmp"
        "data/LoginCodeOptIn.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT
    MOVE "Y" TO LK-RESULT.

ISSUE-CODE.
    PERFORM SET-NOW
    IF WS-SEEDED = "N"
        PERFORM LOAD-ACCOUNT-MIX
        MOVE WS-NOW-TIME TO WS-SEED
        COMPUTE WS-SEED = FUNCTION MOD(WS-SEED * 7919 + WS-NOW-MIN
            + WS-ACCOUNT-MIX, 99999989)
        COMPUTE WS-RANDOM-VAL = FUNCTION RANDOM(WS-SEED)
        MOVE "Y" TO WS-SEEDED
    END-IF
    COMPUTE WS-RANDOM-VAL = FUNCTION RANDOM
    COMPUTE WS-CODE-NUM = FUNCTION MOD(
        FUNCTION INTEGER(WS-RANDOM-VAL * 1000000000), 1000000)
    MOVE WS-CODE-NUM TO LK-CODE

    MOVE "G" TO WS-HASH-MODE
    MOVE SPACES TO WS-HASH-TEXT
    MOVE WS-CODE-NUM TO WS-HASH-TEXT
    CALL "HashAnswer" USING WS-HASH-MODE WS-HASH-SALT WS-HASH-TEXT
        WS-HASH-VALUE
    PERFORM SAVE-CODE-ROW
    PERFORM QUEUE-DELIVERY
    MOVE SPACES TO LK-CODE
    MOVE "Y" TO LK-RESULT.

LOAD-ACCOUNT-MIX.
    *> Folds LK-USER-NAME's ACC-SALT and ACC-PASSWORD-HASH into one
    *> number, the same multiply-and-add HashAnswer.cob hashes with.
    MOVE 0 TO WS-ACCOUNT-MIX
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
                IF FUNCTION TRIM(ACC-USERNAME) = FUNCTION TRIM(LK-USER-NAME)
                    PERFORM VARYING WS-MIX-I FROM 1 BY 1 UNTIL WS-MIX-I > 8
                        COMPUTE WS-ACCOUNT-MIX = FUNCTION MOD(
                            WS-ACCOUNT-MIX * 31
                            + FUNCTION ORD(ACC-SALT(WS-MIX-I:1)), 99999989)
                    END-PERFORM
                    COMPUTE WS-ACCOUNT-MIX = FUNCTION MOD(
                        WS-ACCOUNT-MIX * 31 + ACC-PASSWORD-HASH, 99999989)
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AccountFile.

SAVE-CODE-ROW.
    MOVE "N" TO WS-EOF
    MOVE "data/LoginCodes.dat" TO WS-RECOVER-DAT
    MOVE "data/LoginCodes.tmp" TO WS-RECOVER-TMP
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN OUTPUT TempCodesFile
    OPEN INPUT LoginCodesFile
    IF WS-LC-STAT NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ LoginCodesFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(LC-USERNAME) NOT = FUNCTION TRIM(LK-USER-NAME)
                        MOVE LOGIN-CODE-RECORD TO TEMP-CODE-RECORD
                        WRITE TEMP-CODE-RECORD
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE LoginCodesFile

    MOVE SPACES TO LOGIN-CODE-RECORD
    MOVE LK-USER-NAME TO LC-USERNAME
    MOVE WS-HASH-SALT TO LC-SALT
    MOVE WS-HASH-VALUE TO LC-HASH
    MOVE WS-NOW-TS TO LC-ISSUED-TS
    COMPUTE LC-EXPIRES-MIN = WS-NOW-MIN + WS-CODE-MINUTES
    MOVE "N" TO LC-USED
    MOVE LOGIN-CODE-RECORD TO TEMP-CODE-RECORD
    WRITE TEMP-CODE-RECORD
    CLOSE TempCodesFile

    CALL "CBL_DELETE_FILE" USING "data/LoginCodes.dat"
    CALL "CBL_RENAME_FILE" USING "data/LoginCodes.tmp"
        "data/LoginCodes.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

QUEUE-DELIVERY.
    MOVE SPACES TO WS-EMAIL
    MOVE SPACES TO WS-PHONE
    MOVE "N" TO WS-EOF
    OPEN INPUT ContactCardsFile
    IF WS-CC-STAT = "35"
        CLOSE ContactCardsFile
    ELSE
        PERFORM UNTIL WS-EOF = "Y"
            READ ContactCardsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(CC-USERNAME) = FUNCTION TRIM(LK-USER-NAME)
                        MOVE CC-EMAIL TO WS-EMAIL
                        MOVE CC-PHONE TO WS-PHONE
                        MOVE "Y" TO WS-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ContactCardsFile
    END-IF

    OPEN EXTEND OutboundMailFile
    IF WS-MAIL-STAT = "35"
        CLOSE OutboundMailFile
        OPEN OUTPUT OutboundMailFile
    END-IF
    MOVE SPACES TO OUTBOUND-MAIL-RECORD
    MOVE WS-NOW-TS TO OM-QUEUED-TS
    MOVE LK-USER-NAME TO OM-USERNAME
    MOVE SPACES TO LK-SENT-TO
    EVALUATE TRUE
        WHEN WS-EMAIL NOT = SPACES
            MOVE "E" TO OM-CHANNEL
            MOVE WS-EMAIL TO OM-ADDRESS
            MOVE "the e-mail address on your contact card" TO LK-SENT-TO
        WHEN WS-PHONE NOT = SPACES
            MOVE "S" TO OM-CHANNEL
            MOVE WS-PHONE TO OM-ADDRESS
            MOVE "the phone number on your contact card" TO LK-SENT-TO
        WHEN OTHER
            MOVE "U" TO OM-CHANNEL
            MOVE "your account mailbox" TO LK-SENT-TO
    END-EVALUATE
    MOVE "Your InCollege sign-in code" TO OM-SUBJECT
    STRING "Your InCollege sign-in code is " LK-CODE(1:6)
        ". It expires in " WS-CODE-MINUTES " minutes and works once."
        DELIMITED BY SIZE INTO OM-BODY
    WRITE OUTBOUND-MAIL-RECORD
    CLOSE OutboundMailFile.

CHECK-CODE.
    *> A wrong code leaves the row alone, so the right one still works
    *> until it expires; the caller's rate limit stops guessing.
    PERFORM SET-NOW
    MOVE "N" TO WS-UPDATED
    MOVE "N" TO WS-EOF
    MOVE "data/LoginCodes.dat" TO WS-RECOVER-DAT
    MOVE "data/LoginCodes.tmp" TO WS-RECOVER-TMP
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN INPUT LoginCodesFile
    IF WS-LC-STAT = "35"
        CLOSE LoginCodesFile
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempCodesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ LoginCodesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(LC-USERNAME) = FUNCTION TRIM(LK-USER-NAME)
                    MOVE "H" TO WS-HASH-MODE
                    MOVE LC-SALT TO WS-HASH-SALT
                    MOVE SPACES TO WS-HASH-TEXT
                    MOVE FUNCTION TRIM(LK-CODE) TO WS-HASH-TEXT
                    CALL "HashAnswer" USING WS-HASH-MODE WS-HASH-SALT
                        WS-HASH-TEXT WS-HASH-VALUE
                    IF WS-HASH-VALUE = LC-HASH
                        IF LC-USED = "Y" OR WS-NOW-MIN > LC-EXPIRES-MIN
                            MOVE "X" TO LK-RESULT
                        ELSE
                            MOVE "Y" TO LC-USED
                            MOVE "Y" TO WS-UPDATED
                            MOVE "Y" TO LK-RESULT
                        END-IF
                    END-IF
                END-IF
                MOVE LOGIN-CODE-RECORD TO TEMP-CODE-RECORD
                WRITE TEMP-CODE-RECORD
        END-READ
    END-PERFORM
    CLOSE LoginCodesFile
    CLOSE TempCodesFile

    IF WS-UPDATED = "Y"
        CALL "CBL_DELETE_FILE" USING "data/LoginCodes.dat"
        CALL "CBL_RENAME_FILE" USING "data/LoginCodes.tmp"
            "data/LoginCodes.dat"
    ELSE
        CALL "CBL_DELETE_FILE" USING "data/LoginCodes.tmp"
    END-IF
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT
    MOVE SPACES TO LK-CODE.

END PROGRAM LoginCode.
