>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EnrollmentStatus.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VerificationFile ASSIGN TO "data/EnrollmentVerification.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-VF-STAT.

DATA DIVISION.
FILE SECTION.
FD VerificationFile.
01 VERIFICATION-RECORD.
       05 VF-USERNAME      PIC X(30).
       05 VF-UNIVERSITY    PIC X(50).
       05 VF-GRADYEAR      PIC 9(4).
       05 VF-STATUS        PIC X(01).
       05 VF-CHECKED-DATE  PIC 9(8).

WORKING-STORAGE SECTION.
*> The one place profile-reading programs ask whether a student's
*> claimed enrollment was confirmed against their university's
*> registrar roster (VerifyEnrollment.cob). LK-STATUS: "V" verified,
*> "M" claimed a rostered university but was not on the roster, or
*> "N" never checked (no roster on file for that university). The
*> caller passes the university and grad year currently on the
*> profile: a "V" row is only honoured while they still match what
*> was verified, so editing the profile drops the badge until the
*> next verification run.
77 WS-VF-STAT PIC XX VALUE SPACES.
77 WS-EOF-VF  PIC X VALUE "N".

LINKAGE SECTION.
01 LK-USERNAME   PIC X(30).
01 LK-UNIVERSITY PIC X(50).
01 LK-GRADYEAR   PIC 9(4).
01 LK-STATUS     PIC X(01).

PROCEDURE DIVISION USING LK-USERNAME LK-UNIVERSITY LK-GRADYEAR
    LK-STATUS.
MAIN-LOGIC.
    MOVE "N" TO LK-STATUS
    MOVE "N" TO WS-EOF-VF
    OPEN INPUT VerificationFile

    IF WS-VF-STAT = "35"
        CLOSE VerificationFile
    ELSE
        PERFORM UNTIL WS-EOF-VF = "Y"
            READ VerificationFile
                AT END
                    MOVE "Y" TO WS-EOF-VF
                NOT AT END
                    IF FUNCTION TRIM(VF-USERNAME) = FUNCTION TRIM(LK-USERNAME)
                        MOVE VF-STATUS TO LK-STATUS
                        IF VF-STATUS = "V"
                            AND (FUNCTION UPPER-CASE(FUNCTION TRIM(VF-UNIVERSITY))
                                NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(LK-UNIVERSITY))
                            OR VF-GRADYEAR NOT = LK-GRADYEAR)
                            MOVE "N" TO LK-STATUS
                        END-IF
                        MOVE "Y" TO WS-EOF-VF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VerificationFile
    END-IF
    GOBACK.

END PROGRAM EnrollmentStatus.
