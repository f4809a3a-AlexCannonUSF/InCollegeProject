        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT OldConnectionsFile ASSIGN TO "data/Connections.seq"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT NewConnectionsFile ASSIGN TO "data/Connections.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NEWC-PAIR-KEY
        ALTERNATE RECORD KEY IS NEWC-USER-A WITH DUPLICATES
        ALTERNATE RECORD KEY IS NEWC-USER-B WITH DUPLICATES
        FILE STATUS IS WS-NEW-STAT.
    SELECT PrePostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT IdPostingsFile ASSIGN TO "data/JobPostings.new"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT PreApplicationsFile ASSIGN TO "data/JobApplications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT IdApplicationsFile ASSIGN TO "data/JobApplications.new"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT PreSavedFile ASSIGN TO "data/SavedJobs.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT IdSavedFile ASSIGN TO "data/SavedJobs.new"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT PreSlotsFile ASSIGN TO "data/InterviewSlots.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT IdSlotsFile ASSIGN TO "data/InterviewSlots.new"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT PreDetailsFile ASSIGN TO "data/ApplicationDetails.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT IdDetailsFile ASSIGN TO "data/ApplicationDetails.new"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT PreReportsFile ASSIGN TO "data/PostingReports.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT IdReportsFile ASSIGN TO "data/PostingReports.new"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT PreScorecardsFile ASSIGN TO "data/Scorecards.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT IdScorecardsFile ASSIGN TO "data/Scorecards.new"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT PreThreadsFile ASSIGN TO "data/ApplicationThreads.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT IdThreadsFile ASSIGN TO "data/ApplicationThreads.new"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT PrePlacementsFile ASSIGN TO "data/Placements.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT IdPlacementsFile ASSIGN TO "data/Placements.new"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT OldAuditFile ASSIGN TO WS-MIG-OLD-PATH
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT NewAuditFile ASSIGN TO WS-MIG-NEW-PATH
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT OldAdminAuditFile ASSIGN TO "data/AdminAudit.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OLD-STAT.
    SELECT NewAdminAuditFile ASSIGN TO "data/AdminAudit.new"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NEW-STAT.
    SELECT PostingIdExceptionsFile
        ASSIGN TO "data/PostingId-Exceptions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-STAT.

DATA DIVISION.
FILE SECTION.
       05 NEWX-COMPANY  PIC X(50).
       05 NEWX-USERNAME PIC X(30).

FD OldConnectionsFile.
01 OLD-CONNECTION-RECORD.
       05 OLDC-USER-A          PIC X(30).
       05 OLDC-USER-B          PIC X(30).
       05 OLDC-DATE-CONNECTED  PIC 9(8).

FD NewConnectionsFile.
01 NEW-CONNECTION-RECORD.
       05 NEWC-PAIR-KEY.
          10 NEWC-USER-A       PIC X(30).
          10 NEWC-USER-B       PIC X(30).
       05 NEWC-DATE-CONNECTED  PIC 9(8).

FD PrePostingsFile.
01 PRE-POSTING-RECORD.
       05 PREP-TITLE         PIC X(50).
       05 PREP-COMPANY       PIC X(50).
       05 PREP-DESCRIPTION   PIC X(200).
       05 PREP-MAJOR         PIC X(50).
       05 PREP-POSTED-DATE   PIC 9(8).
       05 PREP-LOCATION      PIC X(50).
       05 PREP-POSTED-BY     PIC X(30).
       05 PREP-STATUS        PIC X(01).
       05 PREP-SALARY-RANGE  PIC X(30).
       05 PREP-DEADLINE      PIC 9(8).

FD IdPostingsFile.
01 ID-POSTING-RECORD.
       05 IDP-PRIOR-LAYOUT   PIC X(477).
       05 IDP-POSTING-ID     PIC 9(9).

FD PreApplicationsFile.
01 PRE-APPLICATION-RECORD.
       05 PREA-USERNAME      PIC X(30).
       05 PREA-JOB-TITLE     PIC X(50).
       05 PREA-JOB-COMPANY   PIC X(50).
       05 PREA-DATE          PIC 9(8).
       05 PREA-STATUS        PIC X(01).

FD IdApplicationsFile.
01 ID-APPLICATION-RECORD.
       05 IDA-PRIOR-LAYOUT   PIC X(139).
       05 IDA-POSTING-ID     PIC 9(9).

FD PreSavedFile.
01 PRE-SAVED-RECORD.
       05 PRES-USERNAME      PIC X(30).
       05 PRES-JOB-TITLE     PIC X(50).
       05 PRES-JOB-COMPANY   PIC X(50).
       05 PRES-DATE          PIC 9(8).

FD IdSavedFile.
01 ID-SAVED-RECORD.
       05 IDS-PRIOR-LAYOUT   PIC X(138).
       05 IDS-POSTING-ID     PIC 9(9).

FD PreSlotsFile.
01 PRE-SLOT-RECORD.
       05 PRESL-EMPLOYER     PIC X(30).
       05 PRESL-JOB-TITLE    PIC X(50).
       05 PRESL-JOB-COMPANY  PIC X(50).
       05 PRESL-DATE         PIC 9(8).
       05 PRESL-TIME         PIC 9(4).
       05 PRESL-BOOKED-BY    PIC X(30).

FD IdSlotsFile.
01 ID-SLOT-RECORD.
       05 IDSL-PRIOR-LAYOUT  PIC X(172).
       05 IDSL-POSTING-ID    PIC 9(9).

FD PreDetailsFile.
01 PRE-DETAIL-RECORD.
       05 PRED-USERNAME      PIC X(30).
       05 PRED-JOB-TITLE     PIC X(50).
       05 PRED-JOB-COMPANY   PIC X(50).
       05 PRED-COVER-NOTE    PIC X(200).
       05 PRED-PROFILE       PIC X(1735).

FD IdDetailsFile.
01 ID-DETAIL-RECORD.
       05 IDD-PRIOR-LAYOUT   PIC X(2065).
       05 IDD-POSTING-ID     PIC 9(9).

FD PreReportsFile.
01 PRE-REPORT-RECORD.
       05 PRER-REPORTER      PIC X(30).
       05 PRER-JOB-TITLE     PIC X(50).
       05 PRER-JOB-COMPANY   PIC X(50).
       05 PRER-POSTED-BY     PIC X(30).
       05 PRER-REASON        PIC X(01).
       05 PRER-NOTE          PIC X(200).
       05 PRER-REPORTED-DATE PIC 9(8).
       05 PRER-STATUS        PIC X(01).
       05 PRER-DECIDED-DATE  PIC 9(8).

FD IdReportsFile.
01 ID-REPORT-RECORD.
       05 IDR-PRIOR-LAYOUT   PIC X(378).
       05 IDR-POSTING-ID     PIC 9(9).

FD PreScorecardsFile.
01 PRE-SCORECARD-RECORD.
       05 PRESC-INTERVIEWER  PIC X(30).
       05 PRESC-CANDIDATE    PIC X(30).
       05 PRESC-JOB-TITLE    PIC X(50).
       05 PRESC-JOB-COMPANY  PIC X(50).
       05 PRESC-SLOT-DATE    PIC 9(8).
       05 PRESC-SLOT-TIME    PIC 9(4).
       05 PRESC-RATINGS      PIC X(04).
       05 PRESC-RECOMMEND    PIC X(01).
       05 PRESC-COMMENTS     PIC X(200).
       05 PRESC-RECORDED     PIC 9(8).

FD IdScorecardsFile.
01 ID-SCORECARD-RECORD.
       05 IDSC-PRIOR-LAYOUT  PIC X(385).
       05 IDSC-POSTING-ID    PIC 9(9).

FD PreThreadsFile.
01 PRE-THREAD-RECORD.
       05 PRET-APPLICANT     PIC X(30).
       05 PRET-JOB-TITLE     PIC X(50).
       05 PRET-JOB-COMPANY   PIC X(50).
       05 PRET-APP-DATE      PIC 9(8).
       05 PRET-KIND          PIC X(01).
       05 PRET-SENDER        PIC X(30).
       05 PRET-SENT-TS       PIC 9(14).
       05 PRET-TEXT          PIC X(200).
       05 PRET-APPLICANT-READ PIC X(01).
       05 PRET-TEAM-READ     PIC X(01).

FD IdThreadsFile.
01 ID-THREAD-RECORD.
       05 IDT-PRIOR-LAYOUT   PIC X(385).
       05 IDT-POSTING-ID     PIC 9(9).

FD PrePlacementsFile.
01 PRE-PLACEMENT-RECORD.
       05 PREPL-USERNAME      PIC X(30).
       05 PREPL-OUTCOME       PIC X(01).
       05 PREPL-ORGANIZATION  PIC X(50).
       05 PREPL-ROLE          PIC X(50).
       05 PREPL-SOURCE        PIC X(01).
       05 PREPL-RECORDED-DATE PIC 9(8).

FD IdPlacementsFile.
01 ID-PLACEMENT-RECORD.
       05 IDPL-PRIOR-LAYOUT  PIC X(140).
       05 IDPL-POSTING-ID    PIC 9(9).

FD OldAuditFile.
01 OLD-AUDIT-RECORD.
       05 OLDU-TIMESTAMP     PIC 9(14).
       05 OLDU-USERNAME      PIC X(30).
       05 OLDU-ATTEMPT-COUNT PIC 9(2).
       05 OLDU-OUTCOME       PIC X(30).

FD NewAuditFile.
01 NEW-AUDIT-RECORD.
       05 NEWU-PRIOR-LAYOUT  PIC X(76).
       05 NEWU-CHAIN         PIC 9(10).

FD OldAdminAuditFile.
01 OLD-ADMIN-AUDIT-RECORD.
       05 OLDM-TIMESTAMP     PIC 9(14).
       05 OLDM-ACTOR         PIC X(30).
       05 OLDM-ACTION        PIC X(30).
       05 OLDM-TARGET        PIC X(30).

FD NewAdminAuditFile.
01 NEW-ADMIN-AUDIT-RECORD.
       05 NEWM-PRIOR-LAYOUT  PIC X(104).
       05 NEWM-CHAIN         PIC 9(10).

FD PostingIdExceptionsFile.
01 EXCEPTION-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> In-place upgrade of a data directory to the current layouts, so
*> new code never runs against old records and misreads fields. Each
77 WS-EOF        PIC X VALUE "N".
77 WS-CONFIRM    PIC X VALUE SPACE.
77 WS-ROW-COUNT  PIC 9(6) VALUE 0.
77 WS-DUP-COUNT  PIC 9(6) VALUE 0.
77 WS-MENU-CHOICE PIC X(4) VALUE SPACES.
77 WS-EXIT-FLAG  PIC X VALUE "N".

77 WS-GUARD-VERSION PIC 9(2) VALUE 0.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.

*> Posting-ID conversion (ASSIGN-POSTING-IDS). Every posting is
*> numbered in file order and held here so each dependent row - which
*> until now named its posting only by title and company - can be
*> given the ID of the posting it meant. One candidate is a match;
*> several (an employer reposting a title) are narrowed to the latest
*> posted on or before the row's own date; anything still ambiguous,
*> or with no candidate at all, is kept with ID 0 and listed in
*> data/PostingId-Exceptions.txt for an admin to look at.
77 WS-EXC-STAT      PIC XX VALUE SPACES.
77 WS-EXC-COUNT     PIC 9(6) VALUE 0.
77 WS-ID-NAME       PIC X(30) VALUE "JobPostings".
77 WS-LAST-ID       PIC 9(9) VALUE 0.
77 WS-PT-COUNT      PIC 9(4) VALUE 0.
77 WS-PT-SKIPPED    PIC 9(6) VALUE 0.
01 WS-POSTING-ID-TABLE.
   05 WS-PT-ROW OCCURS 5000 TIMES.
       10 WS-PT-TITLE       PIC X(50).
       10 WS-PT-COMPANY     PIC X(50).
       10 WS-PT-POSTED-DATE PIC 9(8).
       10 WS-PT-ID          PIC 9(9).
77 WS-PT-IDX        PIC 9(4) VALUE 0.
77 WS-MATCH-FILE    PIC X(30) VALUE SPACES.
77 WS-MATCH-USER    PIC X(30) VALUE SPACES.
77 WS-MATCH-TITLE   PIC X(50) VALUE SPACES.
77 WS-MATCH-COMPANY PIC X(50) VALUE SPACES.
77 WS-MATCH-DATE    PIC 9(8) VALUE 0.
77 WS-MATCH-ID      PIC 9(9) VALUE 0.
77 WS-CAND-COUNT    PIC 9(4) VALUE 0.
77 WS-CAND-ID       PIC 9(9) VALUE 0.
77 WS-BEST-DATE     PIC 9(8) VALUE 0.
77 WS-BEST-ID       PIC 9(9) VALUE 0.
77 WS-BEST-COUNT    PIC 9(4) VALUE 0.

*> Applications that needed their date to pick between reposts,
*> remembered so the matching ApplicationDetails.dat and
*> Scorecards.dat rows (which have no application date of their own)
*> can follow the same choice.
77 WS-RA-COUNT      PIC 9(4) VALUE 0.
01 WS-RESOLVED-APP-TABLE.
   05 WS-RA-ROW OCCURS 2000 TIMES.
       10 WS-RA-USER     PIC X(30).
       10 WS-RA-TITLE    PIC X(50).
       10 WS-RA-COMPANY  PIC X(50).
       10 WS-RA-ID       PIC 9(9).
77 WS-RA-IDX        PIC 9(4) VALUE 0.
77 WS-RA-HITS       PIC 9(4) VALUE 0.

*> Audit-trail chaining (CHAIN-AUDIT-TRAILS). Existing AuditLog.dat
*> rows are chained oldest first - every AuditLog-archive-YYYYMM.dat
*> ArchiveOldRecords.cob has left, month by month, then the live file
*> - and AdminAudit.dat, which is never archived, on its own. The
*> last value of each becomes the trail's head in data/AuditChain.dat
*> so new rows carry on from it.
77 WS-MIG-OLD-PATH  PIC X(60) VALUE SPACES.
77 WS-MIG-NEW-PATH  PIC X(60) VALUE SPACES.
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-SCAN-YEAR     PIC 9(4) VALUE 0.
77 WS-SCAN-MONTH    PIC 99 VALUE 0.
77 WS-SCAN-YYYYMM   PIC 9(6) VALUE 0.
77 WS-ARCHIVE-COUNT PIC 9(4) VALUE 0.
77 WS-CHAIN-LOG     PIC X(30) VALUE SPACES.
77 WS-CHAIN-RECORD  PIC X(200) VALUE SPACES.
77 WS-CHAIN-LENGTH  PIC 9(3) VALUE 0.
77 WS-CHAIN-VALUE   PIC 9(10) VALUE 0.
77 WS-CHAIN-MONTH   PIC 9(6) VALUE 0.
77 WS-CHAIN-RESULT  PIC X VALUE SPACE.

77 WS-K             PIC 9 VALUE 0.
77 WS-XREF-J        PIC 9 VALUE 0.
77 WS-XREF-DUP      PIC X VALUE "N".
        DISPLAY "3. Stamp the registry at the current versions "
            "(directory already current)"
        DISPLAY "4. Rebuild CompanyXref.dat from profiles.dat"
        DISPLAY "5. Connections.dat: convert to indexed, keyed by "
            "user pair and by each user (v1 -> v2)"
        DISPLAY "6. Assign permanent posting IDs and carry them into "
            "applications, saved jobs, interview slots, "
            "application details, posting reports, scorecards, "
            "application threads and offer decisions "
            "(postings v3 -> v4)"
        DISPLAY "7. AuditLog.dat (and its archives) and AdminAudit.dat: "
            "add the tamper-evident chain value (v1 -> v2)"
        DISPLAY "8. Done"
        DISPLAY "Enter your choice:"
        ACCEPT WS-MENU-CHOICE
        EVALUATE FUNCTION TRIM(WS-MENU-CHOICE)
            WHEN "4"
                PERFORM BACKFILL-COMPANY-XREF
            WHEN "5"
                PERFORM MIGRATE-CONNECTIONS
            WHEN "6"
                PERFORM ASSIGN-POSTING-IDS
            WHEN "7"
                PERFORM CHAIN-AUDIT-TRAILS
            WHEN "8"
                MOVE "Y" TO WS-EXIT-FLAG
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."

    DISPLAY WS-ROW-COUNT " application(s) converted.".

MIGRATE-CONNECTIONS.
    *> The sequential file is renamed aside to Connections.seq and
    *> loaded into a fresh indexed Connections.dat, rather than built
    *> under a temporary name and renamed over - an indexed file is
    *> not always a single file on disk, so it is created where it
    *> will live. A pair recorded twice keeps its first row; the rest
    *> are counted and dropped, since the pair is now the primary key.
    DISPLAY "Convert Connections.dat from the sequential layout to "
        "the indexed one? Run ONCE. (Y/N):"
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
        DISPLAY "Skipped."
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-ROW-COUNT
    MOVE 0 TO WS-DUP-COUNT
    CALL "CBL_DELETE_FILE" USING "data/Connections.seq"
    CALL "CBL_RENAME_FILE" USING "data/Connections.dat"
        "data/Connections.seq"
    OPEN INPUT OldConnectionsFile
    IF WS-OLD-STAT = "35"
        CLOSE OldConnectionsFile
        OPEN OUTPUT NewConnectionsFile
        CLOSE NewConnectionsFile
        DISPLAY "No connections file found; an empty indexed one "
            "was created."
    ELSE
        OPEN OUTPUT NewConnectionsFile
        PERFORM UNTIL WS-EOF = "Y"
            READ OldConnectionsFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE OLD-CONNECTION-RECORD TO NEW-CONNECTION-RECORD
                    WRITE NEW-CONNECTION-RECORD
                        INVALID KEY
                            ADD 1 TO WS-DUP-COUNT
                        NOT INVALID KEY
                            ADD 1 TO WS-ROW-COUNT
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE OldConnectionsFile
        CLOSE NewConnectionsFile
        CALL "CBL_DELETE_FILE" USING "data/Connections.seq"
    END-IF

    MOVE "Connections.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE

    DISPLAY WS-ROW-COUNT " connection(s) converted; " WS-DUP-COUNT
        " duplicate pair row(s) dropped.".

BACKFILL-COMPANY-XREF.
    *> ProfileStore only maintains CompanyXref.dat one user at a time
    *> on profile save, so an upgraded directory starts with no rows
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "JobPostings.dat" TO WS-GUARD-FILE
    MOVE 4 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "JobApplications.dat" TO WS-GUARD-FILE
    MOVE 3 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    PERFORM STAMP-POSTING-ID-DEPENDENTS
    MOVE "AccountRecovery.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "Connections.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "AuditLog.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "AdminAudit.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    DISPLAY "Registry stamped at current versions.".

CHAIN-AUDIT-TRAILS.
    DISPLAY "Add chain values to AuditLog.dat, its archives and "
        "AdminAudit.dat? Run ONCE. (Y/N):"
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
        DISPLAY "Skipped."
        EXIT PARAGRAPH
    END-IF
    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    *> AuditLog.dat: archives oldest month first, then the live file.
    MOVE 0 TO WS-ROW-COUNT
    MOVE 0 TO WS-ARCHIVE-COUNT
    MOVE 0 TO WS-CHAIN-VALUE
    MOVE 0 TO WS-CHAIN-MONTH
    MOVE 76 TO WS-CHAIN-LENGTH
    PERFORM VARYING WS-SCAN-YEAR FROM 2000 BY 1
        UNTIL WS-SCAN-YEAR > WS-TODAY(1:4)
        PERFORM VARYING WS-SCAN-MONTH FROM 1 BY 1
            UNTIL WS-SCAN-MONTH > 12
            COMPUTE WS-SCAN-YYYYMM = WS-SCAN-YEAR * 100 + WS-SCAN-MONTH
            IF WS-SCAN-YYYYMM <= WS-TODAY(1:6)
                MOVE SPACES TO WS-MIG-OLD-PATH
                STRING "data/AuditLog-archive-" WS-SCAN-YYYYMM ".dat"
                    DELIMITED BY SIZE INTO WS-MIG-OLD-PATH
                MOVE SPACES TO WS-MIG-NEW-PATH
                STRING "data/AuditLog-archive-" WS-SCAN-YYYYMM ".new"
                    DELIMITED BY SIZE INTO WS-MIG-NEW-PATH
                PERFORM CHAIN-AUDIT-FILE
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE "data/AuditLog.dat" TO WS-MIG-OLD-PATH
    MOVE "data/AuditLog.new" TO WS-MIG-NEW-PATH
    MOVE 0 TO WS-SCAN-YYYYMM
    PERFORM CHAIN-AUDIT-FILE
    IF WS-CHAIN-MONTH = 0
        MOVE WS-TODAY(1:6) TO WS-CHAIN-MONTH
    END-IF
    MOVE "AuditLog.dat" TO WS-CHAIN-LOG
    CALL "AuditChain" USING "S" WS-CHAIN-LOG WS-CHAIN-RECORD
        WS-CHAIN-LENGTH WS-CHAIN-VALUE WS-CHAIN-MONTH WS-CHAIN-RESULT
    MOVE "AuditLog.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    DISPLAY WS-ROW-COUNT " audit log row(s) chained, " WS-ARCHIVE-COUNT
        " archive file(s) included."

    *> AdminAudit.dat: the live file only.
    MOVE 0 TO WS-ROW-COUNT
    MOVE 0 TO WS-CHAIN-VALUE
    MOVE 104 TO WS-CHAIN-LENGTH
    MOVE "N" TO WS-EOF
    OPEN INPUT OldAdminAuditFile
    IF WS-OLD-STAT = "35"
        CLOSE OldAdminAuditFile
    ELSE
        OPEN OUTPUT NewAdminAuditFile
        PERFORM UNTIL WS-EOF = "Y"
            READ OldAdminAuditFile
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE OLD-ADMIN-AUDIT-RECORD TO WS-CHAIN-RECORD
                    CALL "AuditChain" USING "C" WS-CHAIN-LOG
                        WS-CHAIN-RECORD WS-CHAIN-LENGTH WS-CHAIN-VALUE
                        WS-CHAIN-MONTH WS-CHAIN-RESULT
                    MOVE OLD-ADMIN-AUDIT-RECORD TO NEWM-PRIOR-LAYOUT
                    MOVE WS-CHAIN-VALUE TO NEWM-CHAIN
                    WRITE NEW-ADMIN-AUDIT-RECORD
                    ADD 1 TO WS-ROW-COUNT
            END-READ
        END-PERFORM
        CLOSE OldAdminAuditFile
        CLOSE NewAdminAuditFile
        CALL "CBL_DELETE_FILE" USING "data/AdminAudit.dat"
        CALL "CBL_RENAME_FILE" USING "data/AdminAudit.new"
            "data/AdminAudit.dat"
    END-IF
    MOVE WS-TODAY(1:6) TO WS-CHAIN-MONTH
    MOVE "AdminAudit.dat" TO WS-CHAIN-LOG
    CALL "AuditChain" USING "S" WS-CHAIN-LOG WS-CHAIN-RECORD
        WS-CHAIN-LENGTH WS-CHAIN-VALUE WS-CHAIN-MONTH WS-CHAIN-RESULT
    MOVE "AdminAudit.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    DISPLAY WS-ROW-COUNT " admin audit row(s) chained.".

CHAIN-AUDIT-FILE.
    *> One AuditLog.dat-layout file, WS-MIG-OLD-PATH, rewritten through
    *> WS-MIG-NEW-PATH with each row's chain value carried on from
    *> WS-CHAIN-VALUE. WS-SCAN-YYYYMM is the archive's month (0 for the
    *> live file); the first archive found is where the chain begins.
    MOVE "N" TO WS-EOF
    OPEN INPUT OldAuditFile
    IF WS-OLD-STAT = "35"
        CLOSE OldAuditFile
        EXIT PARAGRAPH
    END-IF
    IF WS-SCAN-YYYYMM NOT = 0
        ADD 1 TO WS-ARCHIVE-COUNT
        IF WS-CHAIN-MONTH = 0
            MOVE WS-SCAN-YYYYMM TO WS-CHAIN-MONTH
        END-IF
    END-IF
    OPEN OUTPUT NewAuditFile
    PERFORM UNTIL WS-EOF = "Y"
        READ OldAuditFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE OLD-AUDIT-RECORD TO WS-CHAIN-RECORD
                CALL "AuditChain" USING "C" WS-CHAIN-LOG WS-CHAIN-RECORD
                    WS-CHAIN-LENGTH WS-CHAIN-VALUE WS-CHAIN-MONTH
                    WS-CHAIN-RESULT
                MOVE OLD-AUDIT-RECORD TO NEWU-PRIOR-LAYOUT
                MOVE WS-CHAIN-VALUE TO NEWU-CHAIN
                WRITE NEW-AUDIT-RECORD
                ADD 1 TO WS-ROW-COUNT
        END-READ
    END-PERFORM
    CLOSE OldAuditFile
    CLOSE NewAuditFile
    CALL "CBL_DELETE_FILE" USING WS-MIG-OLD-PATH
    CALL "CBL_RENAME_FILE" USING WS-MIG-NEW-PATH WS-MIG-OLD-PATH.

ASSIGN-POSTING-IDS.
    *> Postings first, so the ID table is complete before any
    *> dependent file is matched against it; applications before
    *> application details and scorecards, which lean on the
    *> applications' choices.
    *> Each file is written to a .new copy and renamed over the
    *> original, the same as the conversions above. The counter
    *> NextId.cob issues new IDs from is raised past the last one
    *> assigned here.
    DISPLAY "Assign posting IDs to JobPostings.dat and its dependent "
        "files? Run ONCE. (Y/N):"
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
        DISPLAY "Skipped."
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-EXC-COUNT
    MOVE 0 TO WS-RA-COUNT
    OPEN OUTPUT PostingIdExceptionsFile
    MOVE "Posting ID conversion exceptions - rows kept with posting "
        TO EXCEPTION-LINE
    WRITE EXCEPTION-LINE
    MOVE "ID 0 because no single posting matched their title/company"
        TO EXCEPTION-LINE
    WRITE EXCEPTION-LINE

    PERFORM NUMBER-POSTINGS
    PERFORM CARRY-IDS-INTO-APPLICATIONS
    PERFORM CARRY-IDS-INTO-SAVED-JOBS
    PERFORM CARRY-IDS-INTO-SLOTS
    PERFORM CARRY-IDS-INTO-DETAILS
    PERFORM CARRY-IDS-INTO-REPORTS
    PERFORM CARRY-IDS-INTO-SCORECARDS
    PERFORM CARRY-IDS-INTO-THREADS
    PERFORM CARRY-IDS-INTO-PLACEMENTS

    IF WS-EXC-COUNT = 0
        MOVE "No exceptions." TO EXCEPTION-LINE
        WRITE EXCEPTION-LINE
    END-IF
    CLOSE PostingIdExceptionsFile

    MOVE "JobPostings.dat" TO WS-GUARD-FILE
    MOVE 4 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "JobApplications.dat" TO WS-GUARD-FILE
    MOVE 3 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    PERFORM STAMP-POSTING-ID-DEPENDENTS

    DISPLAY WS-EXC-COUNT " row(s) could not be matched to a single "
        "posting (see data/PostingId-Exceptions.txt).".

NUMBER-POSTINGS.
    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-ROW-COUNT
    MOVE 0 TO WS-PT-COUNT
    MOVE 0 TO WS-PT-SKIPPED
    MOVE 0 TO WS-LAST-ID
    OPEN INPUT PrePostingsFile
    IF WS-OLD-STAT = "35"
        CLOSE PrePostingsFile
        DISPLAY "No postings file found."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT IdPostingsFile

    PERFORM UNTIL WS-EOF = "Y"
        READ PrePostingsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-LAST-ID
                MOVE PRE-POSTING-RECORD TO IDP-PRIOR-LAYOUT
                MOVE WS-LAST-ID TO IDP-POSTING-ID
                WRITE ID-POSTING-RECORD
                ADD 1 TO WS-ROW-COUNT
                IF WS-PT-COUNT < 5000
                    ADD 1 TO WS-PT-COUNT
                    MOVE PREP-TITLE TO WS-PT-TITLE(WS-PT-COUNT)
                    MOVE PREP-COMPANY TO WS-PT-COMPANY(WS-PT-COUNT)
                    MOVE PREP-POSTED-DATE TO WS-PT-POSTED-DATE(WS-PT-COUNT)
                    MOVE WS-LAST-ID TO WS-PT-ID(WS-PT-COUNT)
                ELSE
                    ADD 1 TO WS-PT-SKIPPED
                END-IF
        END-READ
    END-PERFORM

    CLOSE PrePostingsFile
    CLOSE IdPostingsFile

    CALL "CBL_DELETE_FILE" USING "data/JobPostings.dat"
    CALL "CBL_RENAME_FILE" USING "data/JobPostings.new"
        "data/JobPostings.dat"
    CALL "NextId" USING "S" WS-ID-NAME WS-LAST-ID

    DISPLAY WS-ROW-COUNT " posting(s) numbered."
    IF WS-PT-SKIPPED > 0
        DISPLAY WS-PT-SKIPPED " posting(s) beyond the first 5000 could "
            "not be matched against; rows pointing at them are listed "
            "as exceptions."
    END-IF.

CARRY-IDS-INTO-APPLICATIONS.
    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT PreApplicationsFile
    IF WS-OLD-STAT = "35"
        CLOSE PreApplicationsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT IdApplicationsFile
    MOVE "JobApplications.dat" TO WS-MATCH-FILE

    PERFORM UNTIL WS-EOF = "Y"
        READ PreApplicationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE PREA-USERNAME TO WS-MATCH-USER
                MOVE PREA-JOB-TITLE TO WS-MATCH-TITLE
                MOVE PREA-JOB-COMPANY TO WS-MATCH-COMPANY
                MOVE PREA-DATE TO WS-MATCH-DATE
                PERFORM FIND-POSTING-ID
                IF WS-CAND-COUNT > 1 AND WS-MATCH-ID > 0
                    AND WS-RA-COUNT < 2000
                    ADD 1 TO WS-RA-COUNT
                    MOVE PREA-USERNAME TO WS-RA-USER(WS-RA-COUNT)
                    MOVE PREA-JOB-TITLE TO WS-RA-TITLE(WS-RA-COUNT)
                    MOVE PREA-JOB-COMPANY TO WS-RA-COMPANY(WS-RA-COUNT)
                    MOVE WS-MATCH-ID TO WS-RA-ID(WS-RA-COUNT)
                END-IF
                MOVE PRE-APPLICATION-RECORD TO IDA-PRIOR-LAYOUT
                MOVE WS-MATCH-ID TO IDA-POSTING-ID
                WRITE ID-APPLICATION-RECORD
                ADD 1 TO WS-ROW-COUNT
        END-READ
    END-PERFORM

    CLOSE PreApplicationsFile
    CLOSE IdApplicationsFile

    CALL "CBL_DELETE_FILE" USING "data/JobApplications.dat"
    CALL "CBL_RENAME_FILE" USING "data/JobApplications.new"
        "data/JobApplications.dat"
    DISPLAY WS-ROW-COUNT " application(s) converted.".

CARRY-IDS-INTO-SAVED-JOBS.
    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT PreSavedFile
    IF WS-OLD-STAT = "35"
        CLOSE PreSavedFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT IdSavedFile
    MOVE "SavedJobs.dat" TO WS-MATCH-FILE

    PERFORM UNTIL WS-EOF = "Y"
        READ PreSavedFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE PRES-USERNAME TO WS-MATCH-USER
                MOVE PRES-JOB-TITLE TO WS-MATCH-TITLE
                MOVE PRES-JOB-COMPANY TO WS-MATCH-COMPANY
                MOVE PRES-DATE TO WS-MATCH-DATE
                PERFORM FIND-POSTING-ID
                MOVE PRE-SAVED-RECORD TO IDS-PRIOR-LAYOUT
                MOVE WS-MATCH-ID TO IDS-POSTING-ID
                WRITE ID-SAVED-RECORD
                ADD 1 TO WS-ROW-COUNT
        END-READ
    END-PERFORM

    CLOSE PreSavedFile
    CLOSE IdSavedFile

    CALL "CBL_DELETE_FILE" USING "data/SavedJobs.dat"
    CALL "CBL_RENAME_FILE" USING "data/SavedJobs.new"
        "data/SavedJobs.dat"
    DISPLAY WS-ROW-COUNT " saved job(s) converted.".

CARRY-IDS-INTO-SLOTS.
    *> A slot's own date is the interview date, which falls after the
    *> posting it interviews for, so it narrows reposts the same way.
    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT PreSlotsFile
    IF WS-OLD-STAT = "35"
        CLOSE PreSlotsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT IdSlotsFile
    MOVE "InterviewSlots.dat" TO WS-MATCH-FILE

    PERFORM UNTIL WS-EOF = "Y"
        READ PreSlotsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE PRESL-EMPLOYER TO WS-MATCH-USER
                MOVE PRESL-JOB-TITLE TO WS-MATCH-TITLE
                MOVE PRESL-JOB-COMPANY TO WS-MATCH-COMPANY
                MOVE PRESL-DATE TO WS-MATCH-DATE
                PERFORM FIND-POSTING-ID
                MOVE PRE-SLOT-RECORD TO IDSL-PRIOR-LAYOUT
                MOVE WS-MATCH-ID TO IDSL-POSTING-ID
                WRITE ID-SLOT-RECORD
                ADD 1 TO WS-ROW-COUNT
        END-READ
    END-PERFORM

    CLOSE PreSlotsFile
    CLOSE IdSlotsFile

    CALL "CBL_DELETE_FILE" USING "data/InterviewSlots.dat"
    CALL "CBL_RENAME_FILE" USING "data/InterviewSlots.new"
        "data/InterviewSlots.dat"
    DISPLAY WS-ROW-COUNT " interview slot(s) converted.".

CARRY-IDS-INTO-DETAILS.
    *> Detail rows carry no date; one that names a reposted title
    *> takes whatever its own application was matched to.
    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT PreDetailsFile
    IF WS-OLD-STAT = "35"
        CLOSE PreDetailsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT IdDetailsFile
    MOVE "ApplicationDetails.dat" TO WS-MATCH-FILE

    PERFORM UNTIL WS-EOF = "Y"
        READ PreDetailsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE PRED-USERNAME TO WS-MATCH-USER
                MOVE PRED-JOB-TITLE TO WS-MATCH-TITLE
                MOVE PRED-JOB-COMPANY TO WS-MATCH-COMPANY
                MOVE 0 TO WS-MATCH-DATE
                PERFORM FIND-RESOLVED-APPLICATION
                IF WS-MATCH-ID = 0
                    PERFORM FIND-POSTING-ID
                END-IF
                MOVE PRE-DETAIL-RECORD TO IDD-PRIOR-LAYOUT
                MOVE WS-MATCH-ID TO IDD-POSTING-ID
                WRITE ID-DETAIL-RECORD
                ADD 1 TO WS-ROW-COUNT
        END-READ
    END-PERFORM

    CLOSE PreDetailsFile
    CLOSE IdDetailsFile

    CALL "CBL_DELETE_FILE" USING "data/ApplicationDetails.dat"
    CALL "CBL_RENAME_FILE" USING "data/ApplicationDetails.new"
        "data/ApplicationDetails.dat"
    DISPLAY WS-ROW-COUNT " application detail row(s) converted.".

CARRY-IDS-INTO-REPORTS.
    *> A report is filed after the posting it names went up, so its
    *> own date narrows reposts.
    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT PreReportsFile
    IF WS-OLD-STAT = "35"
        CLOSE PreReportsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT IdReportsFile
    MOVE "PostingReports.dat" TO WS-MATCH-FILE

    PERFORM UNTIL WS-EOF = "Y"
        READ PreReportsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE PRER-REPORTER TO WS-MATCH-USER
                MOVE PRER-JOB-TITLE TO WS-MATCH-TITLE
                MOVE PRER-JOB-COMPANY TO WS-MATCH-COMPANY
                MOVE PRER-REPORTED-DATE TO WS-MATCH-DATE
                PERFORM FIND-POSTING-ID
                MOVE PRE-REPORT-RECORD TO IDR-PRIOR-LAYOUT
                MOVE WS-MATCH-ID TO IDR-POSTING-ID
                WRITE ID-REPORT-RECORD
                ADD 1 TO WS-ROW-COUNT
        END-READ
    END-PERFORM

    CLOSE PreReportsFile
    CLOSE IdReportsFile

    CALL "CBL_DELETE_FILE" USING "data/PostingReports.dat"
    CALL "CBL_RENAME_FILE" USING "data/PostingReports.new"
        "data/PostingReports.dat"
    DISPLAY WS-ROW-COUNT " posting report(s) converted.".

CARRY-IDS-INTO-SCORECARDS.
    *> A scorecard follows its candidate's application where that had
    *> to pick between reposts; otherwise the interview date narrows
    *> them, as it does for the slot itself.
    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT PreScorecardsFile
    IF WS-OLD-STAT = "35"
        CLOSE PreScorecardsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT IdScorecardsFile
    MOVE "Scorecards.dat" TO WS-MATCH-FILE

    PERFORM UNTIL WS-EOF = "Y"
        READ PreScorecardsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE PRESC-CANDIDATE TO WS-MATCH-USER
                MOVE PRESC-JOB-TITLE TO WS-MATCH-TITLE
                MOVE PRESC-JOB-COMPANY TO WS-MATCH-COMPANY
                MOVE PRESC-SLOT-DATE TO WS-MATCH-DATE
                PERFORM FIND-RESOLVED-APPLICATION
                IF WS-MATCH-ID = 0
                    PERFORM FIND-POSTING-ID
                END-IF
                MOVE PRE-SCORECARD-RECORD TO IDSC-PRIOR-LAYOUT
                MOVE WS-MATCH-ID TO IDSC-POSTING-ID
                WRITE ID-SCORECARD-RECORD
                ADD 1 TO WS-ROW-COUNT
        END-READ
    END-PERFORM

    CLOSE PreScorecardsFile
    CLOSE IdScorecardsFile

    CALL "CBL_DELETE_FILE" USING "data/Scorecards.dat"
    CALL "CBL_RENAME_FILE" USING "data/Scorecards.new"
        "data/Scorecards.dat"
    DISPLAY WS-ROW-COUNT " scorecard(s) converted.".

CARRY-IDS-INTO-THREADS.
    *> Thread rows carry their application's date, so they land on
    *> the same posting the application itself was given.
    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT PreThreadsFile
    IF WS-OLD-STAT = "35"
        CLOSE PreThreadsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT IdThreadsFile
    MOVE "ApplicationThreads.dat" TO WS-MATCH-FILE

    PERFORM UNTIL WS-EOF = "Y"
        READ PreThreadsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE PRET-APPLICANT TO WS-MATCH-USER
                MOVE PRET-JOB-TITLE TO WS-MATCH-TITLE
                MOVE PRET-JOB-COMPANY TO WS-MATCH-COMPANY
                MOVE PRET-APP-DATE TO WS-MATCH-DATE
                PERFORM FIND-POSTING-ID
                MOVE PRE-THREAD-RECORD TO IDT-PRIOR-LAYOUT
                MOVE WS-MATCH-ID TO IDT-POSTING-ID
                WRITE ID-THREAD-RECORD
                ADD 1 TO WS-ROW-COUNT
        END-READ
    END-PERFORM

    CLOSE PreThreadsFile
    CLOSE IdThreadsFile

    CALL "CBL_DELETE_FILE" USING "data/ApplicationThreads.dat"
    CALL "CBL_RENAME_FILE" USING "data/ApplicationThreads.new"
        "data/ApplicationThreads.dat"
    DISPLAY WS-ROW-COUNT " application thread row(s) converted.".

CARRY-IDS-INTO-PLACEMENTS.
    *> Only offer decisions (PL-SOURCE "O") belong to a posting; they
    *> follow the application the offer was made on, the same as a
    *> scorecard, else the posting live when the decision was made.
    *> Survey answers are given ID 0 and are not exceptions.
    MOVE "N" TO WS-EOF
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT PrePlacementsFile
    IF WS-OLD-STAT = "35"
        CLOSE PrePlacementsFile
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT IdPlacementsFile
    MOVE "Placements.dat" TO WS-MATCH-FILE

    PERFORM UNTIL WS-EOF = "Y"
        READ PrePlacementsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE 0 TO WS-MATCH-ID
                IF PREPL-SOURCE = "O"
                    MOVE PREPL-USERNAME TO WS-MATCH-USER
                    MOVE PREPL-ROLE TO WS-MATCH-TITLE
                    MOVE PREPL-ORGANIZATION TO WS-MATCH-COMPANY
                    MOVE PREPL-RECORDED-DATE TO WS-MATCH-DATE
                    PERFORM FIND-RESOLVED-APPLICATION
                    IF WS-MATCH-ID = 0
                        PERFORM FIND-POSTING-ID
                    END-IF
                END-IF
                MOVE PRE-PLACEMENT-RECORD TO IDPL-PRIOR-LAYOUT
                MOVE WS-MATCH-ID TO IDPL-POSTING-ID
                WRITE ID-PLACEMENT-RECORD
                ADD 1 TO WS-ROW-COUNT
        END-READ
    END-PERFORM

    CLOSE PrePlacementsFile
    CLOSE IdPlacementsFile

    CALL "CBL_DELETE_FILE" USING "data/Placements.dat"
    CALL "CBL_RENAME_FILE" USING "data/Placements.new"
        "data/Placements.dat"
    DISPLAY WS-ROW-COUNT " placement row(s) converted.".

FIND-RESOLVED-APPLICATION.
    MOVE 0 TO WS-MATCH-ID
    MOVE 0 TO WS-RA-HITS
    PERFORM VARYING WS-RA-IDX FROM 1 BY 1 UNTIL WS-RA-IDX > WS-RA-COUNT
        IF WS-RA-USER(WS-RA-IDX) = WS-MATCH-USER
            AND WS-RA-TITLE(WS-RA-IDX) = WS-MATCH-TITLE
            AND WS-RA-COMPANY(WS-RA-IDX) = WS-MATCH-COMPANY
            ADD 1 TO WS-RA-HITS
            MOVE WS-RA-ID(WS-RA-IDX) TO WS-MATCH-ID
        END-IF
    END-PERFORM
    IF WS-RA-HITS > 1
        MOVE 0 TO WS-MATCH-ID
    END-IF.

FIND-POSTING-ID.
    *> WS-MATCH-ID = the posting WS-MATCH-TITLE/WS-MATCH-COMPANY means,
    *> or 0 with an exception line written.
    MOVE 0 TO WS-MATCH-ID
    MOVE 0 TO WS-CAND-COUNT
    MOVE 0 TO WS-CAND-ID
    MOVE 0 TO WS-BEST-DATE
    MOVE 0 TO WS-BEST-ID
    MOVE 0 TO WS-BEST-COUNT
    PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > WS-PT-COUNT
        IF FUNCTION TRIM(WS-PT-TITLE(WS-PT-IDX)) = FUNCTION TRIM(WS-MATCH-TITLE)
            AND FUNCTION TRIM(WS-PT-COMPANY(WS-PT-IDX)) = FUNCTION TRIM(WS-MATCH-COMPANY)
            ADD 1 TO WS-CAND-COUNT
            MOVE WS-PT-ID(WS-PT-IDX) TO WS-CAND-ID
            IF WS-MATCH-DATE > 0
                AND WS-PT-POSTED-DATE(WS-PT-IDX) <= WS-MATCH-DATE
                IF WS-PT-POSTED-DATE(WS-PT-IDX) > WS-BEST-DATE
                    MOVE WS-PT-POSTED-DATE(WS-PT-IDX) TO WS-BEST-DATE
                    MOVE WS-PT-ID(WS-PT-IDX) TO WS-BEST-ID
                    MOVE 1 TO WS-BEST-COUNT
                ELSE
                    IF WS-PT-POSTED-DATE(WS-PT-IDX) = WS-BEST-DATE
                        ADD 1 TO WS-BEST-COUNT
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM

    EVALUATE TRUE
        WHEN WS-CAND-COUNT = 1
            MOVE WS-CAND-ID TO WS-MATCH-ID
        WHEN WS-CAND-COUNT > 1 AND WS-BEST-COUNT = 1
            MOVE WS-BEST-ID TO WS-MATCH-ID
        WHEN OTHER
            ADD 1 TO WS-EXC-COUNT
            MOVE SPACES TO EXCEPTION-LINE
            IF WS-CAND-COUNT = 0
                STRING FUNCTION TRIM(WS-MATCH-FILE) ": "
                    FUNCTION TRIM(WS-MATCH-USER) " - "
                    FUNCTION TRIM(WS-MATCH-TITLE) " at "
                    FUNCTION TRIM(WS-MATCH-COMPANY)
                    ": no posting has this title/company"
                    INTO EXCEPTION-LINE
            ELSE
                STRING FUNCTION TRIM(WS-MATCH-FILE) ": "
                    FUNCTION TRIM(WS-MATCH-USER) " - "
                    FUNCTION TRIM(WS-MATCH-TITLE) " at "
                    FUNCTION TRIM(WS-MATCH-COMPANY) ": "
                    WS-CAND-COUNT " postings have this title/company"
                    INTO EXCEPTION-LINE
            END-IF
            WRITE EXCEPTION-LINE
    END-EVALUATE.

STAMP-POSTING-ID-DEPENDENTS.
    MOVE "SavedJobs.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "InterviewSlots.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "ApplicationDetails.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "PostingReports.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "Scorecards.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "ApplicationThreads.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE
    MOVE "Placements.dat" TO WS-GUARD-FILE
    MOVE 2 TO WS-GUARD-VERSION
    PERFORM RESTAMP-GUARDED-FILE.

RESTAMP-GUARDED-FILE.
    *> SchemaGuard only ever reads the registry; writing a stamp is
    *> this utility's job alone, done through SchemaRestamp after the
