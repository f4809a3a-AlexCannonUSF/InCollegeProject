>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VerifyEnrollment.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RosterFile ASSIGN TO "data/RegistrarRoster.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ROSTER-STAT.
    SELECT ProfileFile ASSIGN TO "data/profiles.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-STAT.
    SELECT VerificationFile ASSIGN TO "data/EnrollmentVerification.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-VF-STAT.

DATA DIVISION.
FILE SECTION.
FD RosterFile.
01 ROSTER-RECORD.
       05 RR-UNIVERSITY    PIC X(50).
       05 RR-NAME          PIC X(50).
       05 RR-GRADYEAR      PIC 9(4).
       05 RR-STATUS        PIC X(01).
       05 RR-LOADED-DATE   PIC 9(8).

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

FD VerificationFile.
01 VERIFICATION-RECORD.
       05 VF-USERNAME      PIC X(30).
       05 VF-UNIVERSITY    PIC X(50).
       05 VF-GRADYEAR      PIC 9(4).
       05 VF-STATUS        PIC X(01).
       05 VF-CHECKED-DATE  PIC 9(8).

WORKING-STORAGE SECTION.
*> Matches every profile that claims a university career services has
*> loaded a registrar roster for (CareerServicesMenu.cob) against that
*> roster by name and graduation year, both compared case- and
*> space-insensitively. A match is "V" (verified student); a profile
*> claiming a rostered university without a matching roster row is
*> "M" and lands on that university's enrollment review list.
*> Profiles at universities with no roster are not written at all.
*> EnrollmentVerification.dat is rebuilt from scratch on every run,
*> so it always reflects the current profiles and rosters. Run
*> nightly from NightlyBatch.cob and straight after a roster load.
77 WS-ROSTER-STAT  PIC XX VALUE SPACES.
77 WS-PROFILE-STAT PIC XX VALUE SPACES.
77 WS-VF-STAT      PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-ROSTERED     PIC X VALUE "N".
77 WS-MATCHED      PIC X VALUE "N".
77 WS-VERIFIED     PIC 9(6) VALUE 0.
77 WS-MISMATCHED   PIC 9(6) VALUE 0.
77 WS-UPPER-UNIV   PIC X(50) VALUE SPACES.
77 WS-UPPER-NAME   PIC X(50) VALUE SPACES.
77 I               PIC 9(4) VALUE 0.

01 WS-ROSTER-TABLE.
   05 WS-ROSTER-ROW OCCURS 2000 TIMES.
       10 WS-R-UNIVERSITY PIC X(50).
       10 WS-R-NAME       PIC X(50).
       10 WS-R-GRADYEAR   PIC 9(4).
77 WS-ROSTER-COUNT PIC 9(4) VALUE 0.

01 WS-UNIV-TABLE.
   05 WS-ROSTER-UNIV OCCURS 50 TIMES PIC X(50).
77 WS-UNIV-COUNT   PIC 9(4) VALUE 0.

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Enrollment Verification ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM LOAD-ROSTERS
    PERFORM CHECK-PROFILES
    DISPLAY "Verified " WS-VERIFIED " profile(s); " WS-MISMATCHED
        " sent to enrollment review."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

LOAD-ROSTERS.
    MOVE 0 TO WS-ROSTER-COUNT
    MOVE 0 TO WS-UNIV-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT RosterFile
    IF WS-ROSTER-STAT = "35"
        CLOSE RosterFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ RosterFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF WS-ROSTER-COUNT < 2000
                    ADD 1 TO WS-ROSTER-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RR-UNIVERSITY))
                        TO WS-R-UNIVERSITY(WS-ROSTER-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RR-NAME))
                        TO WS-R-NAME(WS-ROSTER-COUNT)
                    MOVE RR-GRADYEAR TO WS-R-GRADYEAR(WS-ROSTER-COUNT)
                    PERFORM REMEMBER-ROSTER-UNIVERSITY
                END-IF
        END-READ
    END-PERFORM
    CLOSE RosterFile.

REMEMBER-ROSTER-UNIVERSITY.
    MOVE "N" TO WS-ROSTERED
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-UNIV-COUNT
        IF WS-ROSTER-UNIV(I) = WS-R-UNIVERSITY(WS-ROSTER-COUNT)
            MOVE "Y" TO WS-ROSTERED
        END-IF
    END-PERFORM
    IF WS-ROSTERED = "N" AND WS-UNIV-COUNT < 50
        ADD 1 TO WS-UNIV-COUNT
        MOVE WS-R-UNIVERSITY(WS-ROSTER-COUNT)
            TO WS-ROSTER-UNIV(WS-UNIV-COUNT)
    END-IF.

CHECK-PROFILES.
    MOVE 0 TO WS-VERIFIED
    MOVE 0 TO WS-MISMATCHED
    OPEN OUTPUT VerificationFile
    MOVE "N" TO WS-EOF
    OPEN INPUT ProfileFile
    IF WS-PROFILE-STAT = "35"
        CLOSE ProfileFile
        CLOSE VerificationFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ProfileFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                PERFORM CHECK-ONE-PROFILE
        END-READ
    END-PERFORM
    CLOSE ProfileFile
    CLOSE VerificationFile.

CHECK-ONE-PROFILE.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(University)) TO WS-UPPER-UNIV
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Name)) TO WS-UPPER-NAME
    MOVE "N" TO WS-ROSTERED
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-UNIV-COUNT
        IF WS-ROSTER-UNIV(I) = WS-UPPER-UNIV
            MOVE "Y" TO WS-ROSTERED
        END-IF
    END-PERFORM
    IF WS-ROSTERED = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-MATCHED
    PERFORM VARYING I FROM 1 BY 1
            UNTIL I > WS-ROSTER-COUNT OR WS-MATCHED = "Y"
        IF WS-R-UNIVERSITY(I) = WS-UPPER-UNIV
            AND WS-R-NAME(I) = WS-UPPER-NAME
            AND WS-R-GRADYEAR(I) = GradYear
            MOVE "Y" TO WS-MATCHED
        END-IF
    END-PERFORM

    MOVE Username TO VF-USERNAME
    MOVE University TO VF-UNIVERSITY
    MOVE GradYear TO VF-GRADYEAR
    MOVE WS-TODAY TO VF-CHECKED-DATE
    IF WS-MATCHED = "Y"
        MOVE "V" TO VF-STATUS
        ADD 1 TO WS-VERIFIED
    ELSE
        MOVE "M" TO VF-STATUS
        ADD 1 TO WS-MISMATCHED
    END-IF
    WRITE VERIFICATION-RECORD
    ADD 1 TO WS-BS-WRITTEN.

END PROGRAM VerifyEnrollment.
