>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. Shortlists.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ShortlistsFile ASSIGN TO "data/Shortlists.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SLN-STAT.
    SELECT TempShortlistsFile ASSIGN TO "data/Shortlists.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ShortlistEntriesFile ASSIGN TO "data/ShortlistEntries.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SLE-STAT.
    SELECT TempEntriesFile ASSIGN TO "data/ShortlistEntries.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT CompanyMembersFile ASSIGN TO "data/CompanyMembers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CM-STAT.
    SELECT BlocklistFile ASSIGN TO "data/Blocklist.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BLOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD ShortlistsFile.
01 SHORTLIST-RECORD.
       05 SLN-KIND          PIC X(01).
       05 SLN-TEAM          PIC X(50).
       05 SLN-NAME          PIC X(40).
       05 SLN-CREATED-BY    PIC X(30).
       05 SLN-CREATED-DATE  PIC 9(8).

FD TempShortlistsFile.
01 TEMP-SHORTLIST-RECORD PIC X(129).

FD ShortlistEntriesFile.
01 SHORTLIST-ENTRY-RECORD.
       05 SLE-KIND          PIC X(01).
       05 SLE-TEAM          PIC X(50).
       05 SLE-LIST          PIC X(40).
       05 SLE-CANDIDATE     PIC X(30).
       05 SLE-ADDED-BY      PIC X(30).
       05 SLE-ADDED-DATE    PIC 9(8).
       05 SLE-NOTE          PIC X(200).

FD TempEntriesFile.
01 TEMP-ENTRY-RECORD PIC X(359).

FD CompanyMembersFile.
01 COMPANY-MEMBER-RECORD.
       05 CM-COMPANY   PIC X(50).
       05 CM-USERNAME  PIC X(30).
       05 CM-ROLE      PIC X(01).

FD BlocklistFile.
01 BLOCKLIST-RECORD.
       05 BL-USER-A PIC X(30).
       05 BL-USER-B PIC X(30).

WORKING-STORAGE SECTION.
*> Named candidate shortlists for an employer team. A shortlist
*> belongs to the caller's company in CompanyMembers.dat (SLN-KIND
*> "C", SLN-TEAM the company name), so every seat of the company sees
*> and edits the same lists; an employer with no company row keeps
*> lists of their own (SLN-KIND "U", SLN-TEAM their username).
*> Company names are compared through CompanyNames.cob, so a list
*> made under a variant spelling stays with the company.
*>
*> data/Shortlists.dat holds one row per list; ShortlistEntries.dat
*> one row per candidate on a list, with who added them, when, and a
*> private note the candidate never sees. Entries are filtered when
*> a list is viewed, not only when added: a student who has since
*> opted out of candidate search (PV-HIDE-CANDIDATE) or gone
*> connections-only, or who is blocked either way with the viewer,
*> is left off the screen (and counted) but kept on file in case the
*> setting is turned back. PurgeUserRows.cob drops a closed account's
*> entries.
*>
*> Called with a candidate (from CandidateSearch.cob), it goes
*> straight to adding that candidate to a list; otherwise it opens
*> the shortlist menu.
77 WS-SLN-STAT      PIC XX VALUE SPACES.
77 WS-SLE-STAT      PIC XX VALUE SPACES.
77 WS-CM-STAT       PIC XX VALUE SPACES.
77 WS-BLOCK-STAT    PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-EXIT-FLAG     PIC X VALUE "N".
77 WS-LOCK-RESULT   PIC X VALUE SPACE.
77 WS-RECOVER-DAT   PIC X(60) VALUE SPACES.
77 WS-RECOVER-TMP   PIC X(60) VALUE SPACES.
77 WS-ACCOUNT-TYPE  PIC X VALUE SPACE.
77 WS-FOUND         PIC X VALUE "N".
77 WS-PASSWORD      PIC X(20) VALUE SPACES.
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-ANSWER        PIC X(4) VALUE SPACES.
77 WS-CHOICE-RAW    PIC X(4) VALUE SPACES.
77 WS-PICK          PIC 9(4) VALUE 0.
77 I                PIC 9(4) VALUE 0.
77 J                PIC 9(4) VALUE 0.

*> The caller's team, and whether a file row belongs to it.
77 WS-MY-KIND       PIC X(01) VALUE SPACE.
77 WS-MY-TEAM       PIC X(50) VALUE SPACES.
77 WS-ROW-KIND      PIC X(01) VALUE SPACE.
77 WS-ROW-TEAM      PIC X(50) VALUE SPACES.
77 WS-ROW-MINE      PIC X VALUE "N".
77 WS-CO-FUNCTION   PIC X VALUE SPACE.
77 WS-CO-NAME       PIC X(50) VALUE SPACES.
77 WS-CO-CANONICAL  PIC X(50) VALUE SPACES.
77 WS-CO-FOUND      PIC X VALUE SPACE.

77 WS-LIST-NAME     PIC X(40) VALUE SPACES.
77 WS-CANDIDATE     PIC X(30) VALUE SPACES.
77 WS-NEW-NOTE      PIC X(200) VALUE SPACES.
77 WS-ON-LIST       PIC X VALUE "N".
77 WS-HIDDEN-COUNT  PIC 9(4) VALUE 0.
77 WS-IS-BLOCKED    PIC X VALUE "N".
77 WS-ENTRY-ACTION  PIC X VALUE SPACE.
77 WS-PV-SCOPE          PIC X(01) VALUE SPACE.
77 WS-PV-HIDE-CANDIDATE PIC X(01) VALUE SPACE.
77 WS-PV-HIDE-VIEWS     PIC X(01) VALUE SPACE.

*> The team's lists, with how many candidates each holds.
77 WS-LIST-COUNT PIC 9(4) VALUE 0.
01 WS-LIST-TABLE.
   05 WS-LIST-ROW OCCURS 200 TIMES.
       10 WS-L-NAME       PIC X(40).
       10 WS-L-ENTRIES    PIC 9(4).

*> The visible entries of the list being viewed.
77 WS-ENTRY-COUNT PIC 9(4) VALUE 0.
01 WS-ENTRY-TABLE.
   05 WS-ENTRY-ROW OCCURS 500 TIMES.
       10 WS-E-CANDIDATE  PIC X(30).
       10 WS-E-ADDED-BY   PIC X(30).
       10 WS-E-ADDED-DATE PIC 9(8).
       10 WS-E-NOTE       PIC X(200).

*> Blocklist.dat rows naming the caller, read once per list view.
77 WS-BLOCK-COUNT PIC 9(4) VALUE 0.
01 WS-BLOCK-TABLE.
   05 WS-BLOCKED-NAME PIC X(30) OCCURS 500 TIMES.

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).
01 LNK-CANDIDATE PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME LNK-CANDIDATE.
MAIN-LOGIC.
    CALL "DataStore" USING "T" LNK-USER-NAME WS-PASSWORD WS-FOUND
        WS-ACCOUNT-TYPE
    IF WS-ACCOUNT-TYPE NOT = "E"
        DISPLAY "Only employer accounts may keep candidate shortlists."
        GOBACK
    END-IF
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM FIND-MY-TEAM

    IF ADDRESS OF LNK-CANDIDATE NOT = NULL
        MOVE LNK-CANDIDATE TO WS-CANDIDATE
        PERFORM ADD-TO-SHORTLIST
        GOBACK
    END-IF

    MOVE "N" TO WS-EXIT-FLAG
    PERFORM UNTIL WS-EXIT-FLAG = "Y"
        PERFORM LOAD-LISTS
        DISPLAY "--- Candidate Shortlists ---"
        IF WS-MY-KIND = "C"
            DISPLAY "Shared with everyone at " FUNCTION TRIM(WS-MY-TEAM)
                "."
        END-IF
        DISPLAY "1. View a shortlist"
        DISPLAY "2. Create a shortlist"
        DISPLAY "3. Delete a shortlist"
        DISPLAY "4. Go back"
        DISPLAY "Enter your choice:"
        ACCEPT WS-ANSWER
        EVALUATE FUNCTION TRIM(WS-ANSWER)
            WHEN "1"
                PERFORM VIEW-SHORTLIST
            WHEN "2"
                PERFORM CREATE-SHORTLIST
            WHEN "3"
                PERFORM DELETE-SHORTLIST
            WHEN "4"
                MOVE "Y" TO WS-EXIT-FLAG
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM
    GOBACK.

FIND-MY-TEAM.
    *> WS-MY-KIND "C" with the canonical company name, or "U" with the
    *> caller's username when they belong to no company.
    MOVE "U" TO WS-MY-KIND
    MOVE LNK-USER-NAME TO WS-MY-TEAM
    MOVE "data/CompanyMembers.dat" TO WS-RECOVER-DAT
    MOVE "data/CompanyMembers.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyMembersFile
    IF WS-CM-STAT = "35"
        CLOSE CompanyMembersFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyMembersFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CM-USERNAME = LNK-USER-NAME
                    MOVE "C" TO WS-MY-KIND
                    MOVE CM-COMPANY TO WS-CO-NAME
                    PERFORM CANONICAL-COMPANY
                    MOVE WS-CO-CANONICAL TO WS-MY-TEAM
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyMembersFile.

CANONICAL-COMPANY.
    MOVE "C" TO WS-CO-FUNCTION
    CALL "CompanyNames" USING WS-CO-FUNCTION WS-CO-NAME WS-CO-CANONICAL
        WS-CO-FOUND.

CHECK-ROW-MINE.
    *> WS-ROW-MINE "Y" when WS-ROW-KIND/WS-ROW-TEAM is the caller's team.
    MOVE "N" TO WS-ROW-MINE
    IF WS-ROW-KIND NOT = WS-MY-KIND
        EXIT PARAGRAPH
    END-IF
    IF WS-ROW-KIND = "U"
        IF WS-ROW-TEAM = WS-MY-TEAM
            MOVE "Y" TO WS-ROW-MINE
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ROW-TEAM TO WS-CO-NAME
    PERFORM CANONICAL-COMPANY
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-CANONICAL))
        = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-TEAM))
        MOVE "Y" TO WS-ROW-MINE
    END-IF.

LOAD-LISTS.
    MOVE 0 TO WS-LIST-COUNT
    MOVE "data/Shortlists.dat" TO WS-RECOVER-DAT
    MOVE "data/Shortlists.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ShortlistsFile
    IF WS-SLN-STAT = "35"
        CLOSE ShortlistsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ShortlistsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE SLN-KIND TO WS-ROW-KIND
                MOVE SLN-TEAM TO WS-ROW-TEAM
                PERFORM CHECK-ROW-MINE
                IF WS-ROW-MINE = "Y" AND WS-LIST-COUNT < 200
                    ADD 1 TO WS-LIST-COUNT
                    MOVE SLN-NAME TO WS-L-NAME(WS-LIST-COUNT)
                    MOVE 0 TO WS-L-ENTRIES(WS-LIST-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ShortlistsFile

    MOVE "data/ShortlistEntries.dat" TO WS-RECOVER-DAT
    MOVE "data/ShortlistEntries.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ShortlistEntriesFile
    IF WS-SLE-STAT = "35"
        CLOSE ShortlistEntriesFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ShortlistEntriesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE SLE-KIND TO WS-ROW-KIND
                MOVE SLE-TEAM TO WS-ROW-TEAM
                PERFORM CHECK-ROW-MINE
                IF WS-ROW-MINE = "Y"
                    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LIST-COUNT
                        IF WS-L-NAME(I) = SLE-LIST
                            ADD 1 TO WS-L-ENTRIES(I)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE ShortlistEntriesFile.

SHOW-LISTS.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LIST-COUNT
        DISPLAY I ". " FUNCTION TRIM(WS-L-NAME(I)) " ("
            WS-L-ENTRIES(I) " candidate(s))"
    END-PERFORM.

PICK-LIST.
    *> WS-LIST-NAME: the list picked from SHOW-LISTS, or spaces.
    MOVE SPACES TO WS-LIST-NAME
    IF WS-LIST-COUNT = 0
        DISPLAY "Your team has no shortlists yet."
        EXIT PARAGRAPH
    END-IF
    PERFORM SHOW-LISTS
    DISPLAY "Enter the number of the shortlist, or 0 to go back:"
    PERFORM ACCEPT-PICK
    IF WS-PICK > 0 AND WS-PICK <= WS-LIST-COUNT
        MOVE WS-L-NAME(WS-PICK) TO WS-LIST-NAME
    END-IF.

ACCEPT-PICK.
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-PICK
    ELSE
        MOVE 0 TO WS-PICK
    END-IF.

CREATE-SHORTLIST.
    DISPLAY "Enter a name for the new shortlist, or press Enter to go back:"
    PERFORM ACCEPT-LIST-NAME
    IF WS-LIST-NAME NOT = SPACES
        PERFORM APPEND-LIST-ROW
        DISPLAY "Shortlist " FUNCTION TRIM(WS-LIST-NAME) " created."
    END-IF.

ACCEPT-LIST-NAME.
    *> WS-LIST-NAME: a new list name not already used by the team
    *> (case-blind), or spaces.
    MOVE SPACES TO WS-LIST-NAME
    ACCEPT WS-LIST-NAME
    INSPECT WS-LIST-NAME REPLACING ALL X"0D" BY SPACE
    INSPECT WS-LIST-NAME REPLACING ALL X"0A" BY SPACE
    MOVE FUNCTION TRIM(WS-LIST-NAME) TO WS-LIST-NAME
    IF WS-LIST-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LIST-COUNT
        IF FUNCTION UPPER-CASE(WS-L-NAME(I))
            = FUNCTION UPPER-CASE(WS-LIST-NAME)
            DISPLAY "Your team already has a shortlist called "
                FUNCTION TRIM(WS-L-NAME(I)) "."
            MOVE SPACES TO WS-LIST-NAME
        END-IF
    END-PERFORM
    IF WS-LIST-NAME NOT = SPACES AND WS-LIST-COUNT >= 200
        DISPLAY "Your team has too many shortlists. Delete one first."
        MOVE SPACES TO WS-LIST-NAME
    END-IF.

APPEND-LIST-ROW.
    MOVE WS-MY-KIND TO SLN-KIND
    MOVE WS-MY-TEAM TO SLN-TEAM
    MOVE WS-LIST-NAME TO SLN-NAME
    MOVE LNK-USER-NAME TO SLN-CREATED-BY
    MOVE WS-TODAY TO SLN-CREATED-DATE
    MOVE SHORTLIST-RECORD TO TEMP-SHORTLIST-RECORD
    OPEN EXTEND ShortlistsFile
    IF WS-SLN-STAT = "35"
        CLOSE ShortlistsFile
        OPEN OUTPUT ShortlistsFile
    END-IF
    MOVE TEMP-SHORTLIST-RECORD TO SHORTLIST-RECORD
    WRITE SHORTLIST-RECORD
    CLOSE ShortlistsFile
    ADD 1 TO WS-LIST-COUNT
    MOVE WS-LIST-NAME TO WS-L-NAME(WS-LIST-COUNT)
    MOVE 0 TO WS-L-ENTRIES(WS-LIST-COUNT).

ADD-TO-SHORTLIST.
    PERFORM LOAD-LISTS
    DISPLAY "Add " FUNCTION TRIM(WS-CANDIDATE) " to which shortlist?"
    PERFORM SHOW-LISTS
    DISPLAY "Enter the number of the shortlist, N for a new one, or 0 "
        "to go back:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHOICE-RAW)) = "N"
        DISPLAY "Enter a name for the new shortlist, or press Enter to "
            "go back:"
        PERFORM ACCEPT-LIST-NAME
        IF WS-LIST-NAME = SPACES
            EXIT PARAGRAPH
        END-IF
        PERFORM APPEND-LIST-ROW
    ELSE
        IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
            MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-PICK
        ELSE
            MOVE 0 TO WS-PICK
        END-IF
        IF WS-PICK = 0 OR WS-PICK > WS-LIST-COUNT
            EXIT PARAGRAPH
        END-IF
        MOVE WS-L-NAME(WS-PICK) TO WS-LIST-NAME
    END-IF

    PERFORM CHECK-ON-LIST
    IF WS-ON-LIST = "Y"
        DISPLAY FUNCTION TRIM(WS-CANDIDATE) " is already on "
            FUNCTION TRIM(WS-LIST-NAME) "."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Enter a private note for your team (press Enter for none):"
    MOVE SPACES TO WS-NEW-NOTE
    ACCEPT WS-NEW-NOTE
    INSPECT WS-NEW-NOTE REPLACING ALL X"0D" BY SPACE
    INSPECT WS-NEW-NOTE REPLACING ALL X"0A" BY SPACE

    MOVE WS-MY-KIND TO SLE-KIND
    MOVE WS-MY-TEAM TO SLE-TEAM
    MOVE WS-LIST-NAME TO SLE-LIST
    MOVE WS-CANDIDATE TO SLE-CANDIDATE
    MOVE LNK-USER-NAME TO SLE-ADDED-BY
    MOVE WS-TODAY TO SLE-ADDED-DATE
    MOVE FUNCTION TRIM(WS-NEW-NOTE) TO SLE-NOTE
    MOVE SHORTLIST-ENTRY-RECORD TO TEMP-ENTRY-RECORD
    OPEN EXTEND ShortlistEntriesFile
    IF WS-SLE-STAT = "35"
        CLOSE ShortlistEntriesFile
        OPEN OUTPUT ShortlistEntriesFile
    END-IF
    MOVE TEMP-ENTRY-RECORD TO SHORTLIST-ENTRY-RECORD
    WRITE SHORTLIST-ENTRY-RECORD
    CLOSE ShortlistEntriesFile
    DISPLAY FUNCTION TRIM(WS-CANDIDATE) " added to "
        FUNCTION TRIM(WS-LIST-NAME) ".".

CHECK-ON-LIST.
    MOVE "N" TO WS-ON-LIST
    MOVE "N" TO WS-EOF
    OPEN INPUT ShortlistEntriesFile
    IF WS-SLE-STAT = "35"
        CLOSE ShortlistEntriesFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ShortlistEntriesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF SLE-LIST = WS-LIST-NAME
                    AND SLE-CANDIDATE = WS-CANDIDATE
                    MOVE SLE-KIND TO WS-ROW-KIND
                    MOVE SLE-TEAM TO WS-ROW-TEAM
                    PERFORM CHECK-ROW-MINE
                    IF WS-ROW-MINE = "Y"
                        MOVE "Y" TO WS-ON-LIST
                        MOVE "Y" TO WS-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ShortlistEntriesFile.

VIEW-SHORTLIST.
    PERFORM PICK-LIST
    IF WS-LIST-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EXIT-FLAG
    PERFORM UNTIL WS-EXIT-FLAG = "Y"
        PERFORM LOAD-ENTRIES
        DISPLAY "--- " FUNCTION TRIM(WS-LIST-NAME) " ---"
        IF WS-ENTRY-COUNT = 0
            DISPLAY "No candidates to show on this shortlist."
        END-IF
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ENTRY-COUNT
            DISPLAY I ". " FUNCTION TRIM(WS-E-CANDIDATE(I))
                " - added by " FUNCTION TRIM(WS-E-ADDED-BY(I))
                " on " WS-E-ADDED-DATE(I)
            IF WS-E-NOTE(I) NOT = SPACES
                DISPLAY "     Note: " FUNCTION TRIM(WS-E-NOTE(I))
            END-IF
        END-PERFORM
        IF WS-HIDDEN-COUNT > 0
            DISPLAY WS-HIDDEN-COUNT " candidate(s) on this shortlist are "
                "not shown: they have hidden their profile from employers "
                "or a block is in place."
        END-IF
        IF WS-ENTRY-COUNT = 0
            MOVE "Y" TO WS-EXIT-FLAG
        ELSE
            DISPLAY "Enter a candidate's number to open the entry, or 0 "
                "to go back:"
            PERFORM ACCEPT-PICK
            IF WS-PICK = 0 OR WS-PICK > WS-ENTRY-COUNT
                MOVE "Y" TO WS-EXIT-FLAG
            ELSE
                PERFORM ENTRY-ACTIONS
            END-IF
        END-IF
    END-PERFORM
    MOVE "N" TO WS-EXIT-FLAG.

LOAD-ENTRIES.
    *> The list's entries the caller may see today, into
    *> WS-ENTRY-TABLE; the rest are only counted in WS-HIDDEN-COUNT.
    PERFORM LOAD-MY-BLOCKS
    MOVE 0 TO WS-ENTRY-COUNT
    MOVE 0 TO WS-HIDDEN-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT ShortlistEntriesFile
    IF WS-SLE-STAT = "35"
        CLOSE ShortlistEntriesFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ShortlistEntriesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF SLE-LIST = WS-LIST-NAME
                    MOVE SLE-KIND TO WS-ROW-KIND
                    MOVE SLE-TEAM TO WS-ROW-TEAM
                    PERFORM CHECK-ROW-MINE
                    IF WS-ROW-MINE = "Y"
                        PERFORM CHECK-ENTRY-VISIBLE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ShortlistEntriesFile.

CHECK-ENTRY-VISIBLE.
    MOVE "N" TO WS-IS-BLOCKED
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BLOCK-COUNT
        IF WS-BLOCKED-NAME(J) = SLE-CANDIDATE
            MOVE "Y" TO WS-IS-BLOCKED
        END-IF
    END-PERFORM
    CALL "PrivacyPref" USING SLE-CANDIDATE WS-PV-SCOPE
        WS-PV-HIDE-CANDIDATE WS-PV-HIDE-VIEWS
    IF WS-IS-BLOCKED = "Y" OR WS-PV-HIDE-CANDIDATE = "Y"
        OR WS-PV-SCOPE = "C"
        ADD 1 TO WS-HIDDEN-COUNT
    ELSE
        IF WS-ENTRY-COUNT < 500
            ADD 1 TO WS-ENTRY-COUNT
            MOVE SLE-CANDIDATE TO WS-E-CANDIDATE(WS-ENTRY-COUNT)
            MOVE SLE-ADDED-BY TO WS-E-ADDED-BY(WS-ENTRY-COUNT)
            MOVE SLE-ADDED-DATE TO WS-E-ADDED-DATE(WS-ENTRY-COUNT)
            MOVE SLE-NOTE TO WS-E-NOTE(WS-ENTRY-COUNT)
        END-IF
    END-IF.

LOAD-MY-BLOCKS.
    *> Everyone on the other side of a Blocklist.dat row with the
    *> caller, in either direction.
    MOVE 0 TO WS-BLOCK-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT BlocklistFile
    IF WS-BLOCK-STAT = "35"
        CLOSE BlocklistFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ BlocklistFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-BLOCK-COUNT < 500
                    IF BL-USER-A = LNK-USER-NAME
                        ADD 1 TO WS-BLOCK-COUNT
                        MOVE BL-USER-B TO WS-BLOCKED-NAME(WS-BLOCK-COUNT)
                    END-IF
                    IF BL-USER-B = LNK-USER-NAME
                        ADD 1 TO WS-BLOCK-COUNT
                        MOVE BL-USER-A TO WS-BLOCKED-NAME(WS-BLOCK-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BlocklistFile.

ENTRY-ACTIONS.
    MOVE WS-E-CANDIDATE(WS-PICK) TO WS-CANDIDATE
    DISPLAY "--- " FUNCTION TRIM(WS-CANDIDATE) " ---"
    DISPLAY "1. View profile"
    DISPLAY "2. Edit the note"
    DISPLAY "3. Remove from this shortlist"
    DISPLAY "4. Go back"
    DISPLAY "Enter your choice:"
    ACCEPT WS-ANSWER
    EVALUATE FUNCTION TRIM(WS-ANSWER)
        WHEN "1"
            CALL "PersonalProfile" USING LNK-USER-NAME WS-CANDIDATE
        WHEN "2"
            DISPLAY "Current note: " FUNCTION TRIM(WS-E-NOTE(WS-PICK))
            DISPLAY "Enter the new note (press Enter to clear it):"
            MOVE SPACES TO WS-NEW-NOTE
            ACCEPT WS-NEW-NOTE
            INSPECT WS-NEW-NOTE REPLACING ALL X"0D" BY SPACE
            INSPECT WS-NEW-NOTE REPLACING ALL X"0A" BY SPACE
            MOVE FUNCTION TRIM(WS-NEW-NOTE) TO WS-NEW-NOTE
            MOVE "N" TO WS-ENTRY-ACTION
            PERFORM REWRITE-ENTRIES
            DISPLAY "Note saved."
        WHEN "3"
            MOVE "R" TO WS-ENTRY-ACTION
            PERFORM REWRITE-ENTRIES
            DISPLAY FUNCTION TRIM(WS-CANDIDATE) " removed from "
                FUNCTION TRIM(WS-LIST-NAME) "."
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

REWRITE-ENTRIES.
    *> Under the update lock, for the team's rows on WS-LIST-NAME:
    *> WS-ENTRY-ACTION "N" sets WS-CANDIDATE's note to WS-NEW-NOTE,
    *> "R" drops WS-CANDIDATE, "D" drops every row of the list.
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    MOVE "data/ShortlistEntries.dat" TO WS-RECOVER-DAT
    MOVE "data/ShortlistEntries.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ShortlistEntriesFile
    IF WS-SLE-STAT = "35"
        CLOSE ShortlistEntriesFile
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempEntriesFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ShortlistEntriesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE "N" TO WS-ROW-MINE
                IF SLE-LIST = WS-LIST-NAME
                    MOVE SLE-KIND TO WS-ROW-KIND
                    MOVE SLE-TEAM TO WS-ROW-TEAM
                    PERFORM CHECK-ROW-MINE
                END-IF
                EVALUATE TRUE
                    WHEN WS-ROW-MINE = "Y" AND WS-ENTRY-ACTION = "D"
                        CONTINUE
                    WHEN WS-ROW-MINE = "Y" AND SLE-CANDIDATE = WS-CANDIDATE
                        AND WS-ENTRY-ACTION = "R"
                        CONTINUE
                    WHEN OTHER
                        IF WS-ROW-MINE = "Y"
                            AND SLE-CANDIDATE = WS-CANDIDATE
                            AND WS-ENTRY-ACTION = "N"
                            MOVE WS-NEW-NOTE TO SLE-NOTE
                        END-IF
                        MOVE SHORTLIST-ENTRY-RECORD TO TEMP-ENTRY-RECORD
                        WRITE TEMP-ENTRY-RECORD
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE ShortlistEntriesFile
    CLOSE TempEntriesFile
    CALL "CBL_DELETE_FILE" USING "data/ShortlistEntries.dat"
    CALL "CBL_RENAME_FILE" USING "data/ShortlistEntries.tmp"
        "data/ShortlistEntries.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

DELETE-SHORTLIST.
    PERFORM PICK-LIST
    IF WS-LIST-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Delete " FUNCTION TRIM(WS-LIST-NAME) " and every candidate "
        "and note on it, for your whole team? (Y/N)"
    ACCEPT WS-ANSWER
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) NOT = "Y"
        DISPLAY "Nothing was deleted."
        EXIT PARAGRAPH
    END-IF

    MOVE "D" TO WS-ENTRY-ACTION
    PERFORM REWRITE-ENTRIES

    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    MOVE "data/Shortlists.dat" TO WS-RECOVER-DAT
    MOVE "data/Shortlists.tmp" TO WS-RECOVER-TMP
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE "N" TO WS-EOF
    OPEN INPUT ShortlistsFile
    IF WS-SLN-STAT = "35"
        CLOSE ShortlistsFile
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempShortlistsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ ShortlistsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE "N" TO WS-ROW-MINE
                IF SLN-NAME = WS-LIST-NAME
                    MOVE SLN-KIND TO WS-ROW-KIND
                    MOVE SLN-TEAM TO WS-ROW-TEAM
                    PERFORM CHECK-ROW-MINE
                END-IF
                IF WS-ROW-MINE = "N"
                    MOVE SHORTLIST-RECORD TO TEMP-SHORTLIST-RECORD
                    WRITE TEMP-SHORTLIST-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE ShortlistsFile
    CLOSE TempShortlistsFile
    CALL "CBL_DELETE_FILE" USING "data/Shortlists.dat"
    CALL "CBL_RENAME_FILE" USING "data/Shortlists.tmp"
        "data/Shortlists.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT
    DISPLAY "Shortlist " FUNCTION TRIM(WS-LIST-NAME) " deleted.".
