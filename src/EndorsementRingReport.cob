>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EndorsementRingReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SkillEndorsementsFile ASSIGN TO "data/SkillEndorsements.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ENDORSE-STAT.
    SELECT RecommendationsFile ASSIGN TO "data/Recommendations.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RECO-STAT.
    SELECT SkillsCompletedFile ASSIGN TO "data/SkillsCompleted.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SKILL-STAT.
    SELECT EndorsementFlagsFile ASSIGN TO "data/EndorsementFlags.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-FLAG-STAT.
    SELECT TempFlagsFile ASSIGN TO "data/EndorsementFlags.tmp"
        ORGANIZATION IS SEQUENTIAL.
    SELECT ReportFile ASSIGN TO "data/EndorsementRingReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STAT.

DATA DIVISION.
FILE SECTION.
FD SkillEndorsementsFile.
01 SKILL-ENDORSEMENT-RECORD.
       05 SE-OWNER        PIC X(30).
       05 SE-SKILL-NUMBER PIC 9.
       05 SE-ENDORSER     PIC X(30).

FD RecommendationsFile.
01 RECOMMENDATION-RECORD.
       05 RECO-OWNER   PIC X(30).
       05 RECO-AUTHOR  PIC X(30).
       05 RECO-TEXT    PIC X(200).
       05 RECO-DATE    PIC 9(8).
       05 RECO-STATUS  PIC X(01).

FD SkillsCompletedFile.
01 SKILL-COMPLETED-RECORD.
       05 SKILL-USERNAME PIC X(30).
       05 SKILL-NUMBER   PIC 9.

FD EndorsementFlagsFile.
01 ENDORSEMENT-FLAG-RECORD.
       05 EF-USERNAME      PIC X(30).
       05 EF-REASONS       PIC X(04).
       05 EF-FIRST-FLAGGED PIC 9(8).
       05 EF-LAST-FLAGGED  PIC 9(8).
       05 EF-STATUS        PIC X(01).

FD TempFlagsFile.
01 TEMP-FLAG-RECORD PIC X(51).

FD ReportFile.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> Nightly integrity check on peer vouching. Every endorsement row in
*> SkillEndorsements.dat and every recommendation in
*> Recommendations.dat is an edge from the endorser/author to the
*> owner; the report, data/EndorsementRingReport.txt, lists:
*>   R  reciprocal pairs - A vouches for B and B for A;
*>   L  closed loops of three to WS-MAX-LOOP accounts - A for B, B for
*>      C, C back for A;
*>   G  lopsided givers - WS-GIVER-MIN or more given and more than
*>      WS-GIVER-RATIO times what they receive;
*>   U  unearned endorsements - a skill endorsed on an owner who has
*>      no SkillsCompleted.dat row for it.
*> Every account so named is merged into data/EndorsementFlags.dat,
*> the admin review list EndorsementReview.cob works from: EF-REASONS
*> holds the letters above (in that order, blank when not seen),
*> EF-STATUS "O" open for review, "C" cleared by an admin, "H" counts
*> hidden (PersonalProfile.cob then shows no endorsement counts for
*> the owner). A cleared row is reopened only when it picks up a
*> reason it did not have when it was cleared; a row no longer
*> flagged keeps its status and last-flagged date for the record.
77 WS-ENDORSE-STAT  PIC XX VALUE SPACES.
77 WS-RECO-STAT     PIC XX VALUE SPACES.
77 WS-SKILL-STAT    PIC XX VALUE SPACES.
77 WS-FLAG-STAT     PIC XX VALUE SPACES.
77 WS-REPORT-STAT   PIC XX VALUE SPACES.
77 WS-EOF           PIC X VALUE "N".
77 WS-TODAY         PIC 9(8) VALUE 0.
77 WS-LOCK-RESULT   PIC X VALUE SPACE.
77 WS-RECOVER-DAT   PIC X(60) VALUE "data/EndorsementFlags.dat".
77 WS-RECOVER-TMP   PIC X(60) VALUE "data/EndorsementFlags.tmp".
77 WS-NAME          PIC X(30) VALUE SPACES.
77 WS-NODE          PIC 9(4) VALUE 0.
77 WS-FROM          PIC 9(4) VALUE 0.
77 WS-TO            PIC 9(4) VALUE 0.
77 WS-EDGE          PIC 9(5) VALUE 0.
77 WS-BACK-EDGE     PIC 9(5) VALUE 0.
77 WS-EARNED        PIC X VALUE "N".
77 WS-FOUND         PIC X VALUE "N".
77 WS-ON-PATH       PIC X VALUE "N".
77 WS-LINE-COUNT    PIC 9(6) VALUE 0.
77 WS-FLAGGED-COUNT PIC 9(6) VALUE 0.
77 WS-NEW-REASONS   PIC X(04) VALUE SPACES.
77 WS-REOPEN        PIC X VALUE "N".
77 WS-PTR           PIC 9(3) VALUE 1.
77 I                PIC 9(5) VALUE 0.
77 J                PIC 9(5) VALUE 0.
77 K                PIC 9(4) VALUE 0.

77 WS-MAX-LOOP      PIC 9 VALUE 5.
77 WS-GIVER-MIN     PIC 9(4) VALUE 10.
77 WS-GIVER-RATIO   PIC 9(2) VALUE 4.

*> Every account seen on either end of an edge.
77 WS-NODE-COUNT    PIC 9(4) VALUE 0.
01 WS-NODE-TABLE.
   05 WS-NODE-ROW OCCURS 2000 TIMES.
       10 WS-N-NAME       PIC X(30).
       10 WS-N-GIVEN      PIC 9(5).
       10 WS-N-RECEIVED   PIC 9(5).
       10 WS-N-UNEARNED   PIC 9(5).
       10 WS-N-REASONS    PIC X(04).

*> One row per distinct (from, to) pair, with how many endorsement
*> rows and recommendations it stands for.
77 WS-EDGE-COUNT    PIC 9(5) VALUE 0.
01 WS-EDGE-TABLE.
   05 WS-EDGE-ROW OCCURS 10000 TIMES.
       10 WS-E-FROM       PIC 9(4).
       10 WS-E-TO         PIC 9(4).
       10 WS-E-ENDORSE    PIC 9(4).
       10 WS-E-RECO       PIC 9(4).

*> SkillsCompleted.dat, username and skill number.
77 WS-SKILL-COUNT   PIC 9(5) VALUE 0.
01 WS-SKILL-TABLE.
   05 WS-SKILL-ROW OCCURS 10000 TIMES.
       10 WS-S-USERNAME   PIC X(30).
       10 WS-S-NUMBER     PIC 9.

*> Depth-first walk for closed loops: WS-PATH-NODE(d) is the account
*> at depth d and WS-PATH-EDGE(d) the last edge tried from it.
77 WS-DEPTH         PIC 9 VALUE 0.
01 WS-PATH-TABLE.
   05 WS-PATH-ROW OCCURS 6 TIMES.
       10 WS-PATH-NODE    PIC 9(4).
       10 WS-PATH-EDGE    PIC 9(5).

*> Existing review-list rows, merged with tonight's findings.
77 WS-FLAG-COUNT    PIC 9(4) VALUE 0.
01 WS-FLAG-TABLE.
   05 WS-FLAG-ROW OCCURS 2000 TIMES.
       10 WS-F-USERNAME   PIC X(30).
       10 WS-F-REASONS    PIC X(04).
       10 WS-F-FIRST      PIC 9(8).
       10 WS-F-LAST       PIC 9(8).
       10 WS-F-STATUS     PIC X(01).
       10 WS-F-MATCHED    PIC X(01).

*> Records read and written this run, posted to BatchStats.cob on
*> the way out for NightlyBatch.cob's run history.
77 WS-BS-READ    PIC 9(9) VALUE 0.
77 WS-BS-WRITTEN PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE 0 TO WS-BS-READ
    MOVE 0 TO WS-BS-WRITTEN
    DISPLAY "=== Endorsement Ring Report ==="
    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    MOVE 0 TO WS-NODE-COUNT
    MOVE 0 TO WS-EDGE-COUNT
    PERFORM LOAD-SKILLS-COMPLETED
    PERFORM LOAD-ENDORSEMENTS
    PERFORM LOAD-RECOMMENDATIONS

    OPEN OUTPUT ReportFile
    MOVE SPACES TO REPORT-LINE
    STRING "Endorsement and recommendation integrity report as of "
        WS-TODAY DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-EDGE-COUNT " vouching pairs among " WS-NODE-COUNT
        " accounts" DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE

    PERFORM REPORT-RECIPROCAL-PAIRS
    PERFORM REPORT-CLOSED-LOOPS
    PERFORM REPORT-LOPSIDED-GIVERS
    PERFORM REPORT-UNEARNED-ENDORSEMENTS

    PERFORM MERGE-REVIEW-LIST
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Accounts flagged tonight: " WS-FLAGGED-COUNT
        " (see the admin endorsement review list)"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE
    CLOSE ReportFile

    DISPLAY WS-FLAGGED-COUNT " account(s) flagged. "
        "See data/EndorsementRingReport.txt."
    CALL "BatchStats" USING "P" WS-BS-READ WS-BS-WRITTEN
    GOBACK.

WRITE-LINE.
    WRITE REPORT-LINE
    ADD 1 TO WS-BS-WRITTEN.

LOAD-SKILLS-COMPLETED.
    MOVE 0 TO WS-SKILL-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT SkillsCompletedFile
    IF WS-SKILL-STAT = "35"
        CLOSE SkillsCompletedFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SkillsCompletedFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF WS-SKILL-COUNT < 10000
                    ADD 1 TO WS-SKILL-COUNT
                    MOVE SKILL-USERNAME TO WS-S-USERNAME(WS-SKILL-COUNT)
                    MOVE SKILL-NUMBER TO WS-S-NUMBER(WS-SKILL-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SkillsCompletedFile.

LOAD-ENDORSEMENTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT SkillEndorsementsFile
    IF WS-ENDORSE-STAT = "35"
        CLOSE SkillEndorsementsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SkillEndorsementsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE SE-ENDORSER TO WS-NAME
                PERFORM FIND-NODE
                MOVE WS-NODE TO WS-FROM
                MOVE SE-OWNER TO WS-NAME
                PERFORM FIND-NODE
                MOVE WS-NODE TO WS-TO
                IF WS-FROM > 0 AND WS-TO > 0
                    PERFORM FIND-EDGE
                    IF WS-EDGE > 0
                        ADD 1 TO WS-E-ENDORSE(WS-EDGE)
                    END-IF
                    ADD 1 TO WS-N-GIVEN(WS-FROM)
                    ADD 1 TO WS-N-RECEIVED(WS-TO)
                    PERFORM CHECK-SKILL-EARNED
                    IF WS-EARNED = "N"
                        ADD 1 TO WS-N-UNEARNED(WS-TO)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SkillEndorsementsFile.

LOAD-RECOMMENDATIONS.
    *> A recommendation is vouching whether or not the owner has
    *> approved it for display yet.
    MOVE "N" TO WS-EOF
    OPEN INPUT RecommendationsFile
    IF WS-RECO-STAT = "35"
        CLOSE RecommendationsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ RecommendationsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                MOVE RECO-AUTHOR TO WS-NAME
                PERFORM FIND-NODE
                MOVE WS-NODE TO WS-FROM
                MOVE RECO-OWNER TO WS-NAME
                PERFORM FIND-NODE
                MOVE WS-NODE TO WS-TO
                IF WS-FROM > 0 AND WS-TO > 0
                    PERFORM FIND-EDGE
                    IF WS-EDGE > 0
                        ADD 1 TO WS-E-RECO(WS-EDGE)
                    END-IF
                    ADD 1 TO WS-N-GIVEN(WS-FROM)
                    ADD 1 TO WS-N-RECEIVED(WS-TO)
                END-IF
        END-READ
    END-PERFORM
    CLOSE RecommendationsFile.

FIND-NODE.
    *> WS-NODE: WS-NAME's row in WS-NODE-TABLE, added if new; 0 when
    *> the name is blank or the table is full.
    MOVE 0 TO WS-NODE
    IF WS-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING K FROM 1 BY 1
        UNTIL K > WS-NODE-COUNT OR WS-NODE > 0
        IF WS-N-NAME(K) = WS-NAME
            MOVE K TO WS-NODE
        END-IF
    END-PERFORM
    IF WS-NODE = 0 AND WS-NODE-COUNT < 2000
        ADD 1 TO WS-NODE-COUNT
        MOVE WS-NODE-COUNT TO WS-NODE
        MOVE WS-NAME TO WS-N-NAME(WS-NODE)
        MOVE 0 TO WS-N-GIVEN(WS-NODE)
        MOVE 0 TO WS-N-RECEIVED(WS-NODE)
        MOVE 0 TO WS-N-UNEARNED(WS-NODE)
        MOVE SPACES TO WS-N-REASONS(WS-NODE)
    END-IF.

FIND-EDGE.
    *> WS-EDGE: the WS-FROM -> WS-TO row, added if new; 0 when full.
    MOVE 0 TO WS-EDGE
    PERFORM VARYING I FROM 1 BY 1
        UNTIL I > WS-EDGE-COUNT OR WS-EDGE > 0
        IF WS-E-FROM(I) = WS-FROM AND WS-E-TO(I) = WS-TO
            MOVE I TO WS-EDGE
        END-IF
    END-PERFORM
    IF WS-EDGE = 0 AND WS-EDGE-COUNT < 10000
        ADD 1 TO WS-EDGE-COUNT
        MOVE WS-EDGE-COUNT TO WS-EDGE
        MOVE WS-FROM TO WS-E-FROM(WS-EDGE)
        MOVE WS-TO TO WS-E-TO(WS-EDGE)
        MOVE 0 TO WS-E-ENDORSE(WS-EDGE)
        MOVE 0 TO WS-E-RECO(WS-EDGE)
    END-IF.

CHECK-SKILL-EARNED.
    MOVE "N" TO WS-EARNED
    PERFORM VARYING I FROM 1 BY 1
        UNTIL I > WS-SKILL-COUNT OR WS-EARNED = "Y"
        IF WS-S-USERNAME(I) = SE-OWNER
            AND WS-S-NUMBER(I) = SE-SKILL-NUMBER
            MOVE "Y" TO WS-EARNED
        END-IF
    END-PERFORM.

REPORT-RECIPROCAL-PAIRS.
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE "Reciprocal pairs (each vouches for the other):" TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE 0 TO WS-LINE-COUNT
    PERFORM VARYING WS-EDGE FROM 1 BY 1 UNTIL WS-EDGE > WS-EDGE-COUNT
        IF WS-E-FROM(WS-EDGE) < WS-E-TO(WS-EDGE)
            MOVE 0 TO WS-BACK-EDGE
            PERFORM VARYING J FROM 1 BY 1
                UNTIL J > WS-EDGE-COUNT OR WS-BACK-EDGE > 0
                IF WS-E-FROM(J) = WS-E-TO(WS-EDGE)
                    AND WS-E-TO(J) = WS-E-FROM(WS-EDGE)
                    MOVE J TO WS-BACK-EDGE
                END-IF
            END-PERFORM
            IF WS-BACK-EDGE > 0
                ADD 1 TO WS-LINE-COUNT
                MOVE WS-E-FROM(WS-EDGE) TO WS-FROM
                MOVE WS-E-TO(WS-EDGE) TO WS-TO
                MOVE "R" TO WS-N-REASONS(WS-FROM)(1:1)
                MOVE "R" TO WS-N-REASONS(WS-TO)(1:1)
                MOVE SPACES TO REPORT-LINE
                STRING "  " FUNCTION TRIM(WS-N-NAME(WS-FROM)) " <-> "
                    FUNCTION TRIM(WS-N-NAME(WS-TO)) "  endorsements "
                    WS-E-ENDORSE(WS-EDGE) "/" WS-E-ENDORSE(WS-BACK-EDGE)
                    "  recommendations " WS-E-RECO(WS-EDGE) "/"
                    WS-E-RECO(WS-BACK-EDGE)
                    DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM WRITE-LINE
            END-IF
        END-IF
    END-PERFORM
    IF WS-LINE-COUNT = 0
        MOVE "  (none)" TO REPORT-LINE
        PERFORM WRITE-LINE
    END-IF.

REPORT-CLOSED-LOOPS.
    *> One depth-first walk per account not already on a reported
    *> loop, looking for a way back to it through at least two others
    *> and at most WS-MAX-LOOP accounts in all. A pair that only
    *> vouches back and forth is a reciprocal pair, not a loop.
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Closed loops of three to " WS-MAX-LOOP " accounts:"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE 0 TO WS-LINE-COUNT
    PERFORM VARYING WS-NODE FROM 1 BY 1 UNTIL WS-NODE > WS-NODE-COUNT
        IF WS-N-REASONS(WS-NODE)(2:1) NOT = "L"
            PERFORM FIND-LOOP-FROM-NODE
        END-IF
    END-PERFORM
    IF WS-LINE-COUNT = 0
        MOVE "  (none)" TO REPORT-LINE
        PERFORM WRITE-LINE
    END-IF.

FIND-LOOP-FROM-NODE.
    MOVE "N" TO WS-FOUND
    MOVE 1 TO WS-DEPTH
    MOVE WS-NODE TO WS-PATH-NODE(1)
    MOVE 0 TO WS-PATH-EDGE(1)
    PERFORM UNTIL WS-DEPTH = 0 OR WS-FOUND = "Y"
        *> Next edge out of the account at this depth.
        MOVE 0 TO WS-EDGE
        COMPUTE I = WS-PATH-EDGE(WS-DEPTH) + 1
        PERFORM VARYING I FROM I BY 1
            UNTIL I > WS-EDGE-COUNT OR WS-EDGE > 0
            IF WS-E-FROM(I) = WS-PATH-NODE(WS-DEPTH)
                MOVE I TO WS-EDGE
            END-IF
        END-PERFORM
        IF WS-EDGE = 0
            SUBTRACT 1 FROM WS-DEPTH
        ELSE
            MOVE WS-EDGE TO WS-PATH-EDGE(WS-DEPTH)
            MOVE WS-E-TO(WS-EDGE) TO WS-TO
            IF WS-TO = WS-NODE
                IF WS-DEPTH >= 3
                    MOVE "Y" TO WS-FOUND
                END-IF
            ELSE
                MOVE "N" TO WS-ON-PATH
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DEPTH
                    IF WS-PATH-NODE(J) = WS-TO
                        MOVE "Y" TO WS-ON-PATH
                    END-IF
                END-PERFORM
                IF WS-ON-PATH = "N" AND WS-DEPTH < WS-MAX-LOOP
                    ADD 1 TO WS-DEPTH
                    MOVE WS-TO TO WS-PATH-NODE(WS-DEPTH)
                    MOVE 0 TO WS-PATH-EDGE(WS-DEPTH)
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF WS-FOUND = "Y"
        ADD 1 TO WS-LINE-COUNT
        MOVE SPACES TO REPORT-LINE
        MOVE 3 TO WS-PTR
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DEPTH
            MOVE "L" TO WS-N-REASONS(WS-PATH-NODE(J))(2:1)
            STRING FUNCTION TRIM(WS-N-NAME(WS-PATH-NODE(J))) " -> "
                DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER WS-PTR
        END-PERFORM
        STRING FUNCTION TRIM(WS-N-NAME(WS-NODE))
            DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER WS-PTR
        PERFORM WRITE-LINE
    END-IF.

REPORT-LOPSIDED-GIVERS.
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Accounts giving " WS-GIVER-MIN " or more and over "
        WS-GIVER-RATIO " times what they receive:"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE 0 TO WS-LINE-COUNT
    PERFORM VARYING WS-NODE FROM 1 BY 1 UNTIL WS-NODE > WS-NODE-COUNT
        IF WS-N-GIVEN(WS-NODE) >= WS-GIVER-MIN
            AND WS-N-GIVEN(WS-NODE) > WS-N-RECEIVED(WS-NODE) * WS-GIVER-RATIO
            ADD 1 TO WS-LINE-COUNT
            MOVE "G" TO WS-N-REASONS(WS-NODE)(3:1)
            MOVE SPACES TO REPORT-LINE
            STRING "  " WS-N-NAME(WS-NODE) " gave " WS-N-GIVEN(WS-NODE)
                "  received " WS-N-RECEIVED(WS-NODE)
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM WRITE-LINE
        END-IF
    END-PERFORM
    IF WS-LINE-COUNT = 0
        MOVE "  (none)" TO REPORT-LINE
        PERFORM WRITE-LINE
    END-IF.

REPORT-UNEARNED-ENDORSEMENTS.
    MOVE SPACES TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE "Owners endorsed for skills they have not completed:"
        TO REPORT-LINE
    PERFORM WRITE-LINE
    MOVE 0 TO WS-LINE-COUNT
    PERFORM VARYING WS-NODE FROM 1 BY 1 UNTIL WS-NODE > WS-NODE-COUNT
        IF WS-N-UNEARNED(WS-NODE) > 0
            ADD 1 TO WS-LINE-COUNT
            MOVE "U" TO WS-N-REASONS(WS-NODE)(4:1)
            MOVE SPACES TO REPORT-LINE
            STRING "  " WS-N-NAME(WS-NODE) " " WS-N-UNEARNED(WS-NODE)
                " endorsement(s) with no SkillsCompleted row"
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM WRITE-LINE
        END-IF
    END-PERFORM
    IF WS-LINE-COUNT = 0
        MOVE "  (none)" TO REPORT-LINE
        PERFORM WRITE-LINE
    END-IF.

MERGE-REVIEW-LIST.
    *> Rebuilds data/EndorsementFlags.dat under the update lock: the
    *> old rows with tonight's reasons folded in, then a new "O" row
    *> for each account flagged for the first time.
    MOVE 0 TO WS-FLAGGED-COUNT
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    MOVE 0 TO WS-FLAG-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT EndorsementFlagsFile
    IF WS-FLAG-STAT = "35"
        MOVE "Y" TO WS-EOF
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ EndorsementFlagsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-BS-READ
                IF WS-FLAG-COUNT < 2000
                    ADD 1 TO WS-FLAG-COUNT
                    MOVE EF-USERNAME TO WS-F-USERNAME(WS-FLAG-COUNT)
                    MOVE EF-REASONS TO WS-F-REASONS(WS-FLAG-COUNT)
                    MOVE EF-FIRST-FLAGGED TO WS-F-FIRST(WS-FLAG-COUNT)
                    MOVE EF-LAST-FLAGGED TO WS-F-LAST(WS-FLAG-COUNT)
                    MOVE EF-STATUS TO WS-F-STATUS(WS-FLAG-COUNT)
                    MOVE "N" TO WS-F-MATCHED(WS-FLAG-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE EndorsementFlagsFile

    PERFORM VARYING WS-NODE FROM 1 BY 1 UNTIL WS-NODE > WS-NODE-COUNT
        IF WS-N-REASONS(WS-NODE) NOT = SPACES
            ADD 1 TO WS-FLAGGED-COUNT
            PERFORM FOLD-IN-FLAG
        END-IF
    END-PERFORM

    OPEN OUTPUT TempFlagsFile
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FLAG-COUNT
        MOVE WS-F-USERNAME(K) TO EF-USERNAME
        MOVE WS-F-REASONS(K) TO EF-REASONS
        MOVE WS-F-FIRST(K) TO EF-FIRST-FLAGGED
        MOVE WS-F-LAST(K) TO EF-LAST-FLAGGED
        MOVE WS-F-STATUS(K) TO EF-STATUS
        MOVE ENDORSEMENT-FLAG-RECORD TO TEMP-FLAG-RECORD
        WRITE TEMP-FLAG-RECORD
        ADD 1 TO WS-BS-WRITTEN
    END-PERFORM
    CLOSE TempFlagsFile
    CALL "CBL_DELETE_FILE" USING "data/EndorsementFlags.dat"
    CALL "CBL_RENAME_FILE" USING "data/EndorsementFlags.tmp"
        "data/EndorsementFlags.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT.

FOLD-IN-FLAG.
    MOVE WS-N-REASONS(WS-NODE) TO WS-NEW-REASONS
    MOVE 0 TO J
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FLAG-COUNT OR J > 0
        IF WS-F-USERNAME(K) = WS-N-NAME(WS-NODE)
            MOVE K TO J
        END-IF
    END-PERFORM
    IF J = 0
        IF WS-FLAG-COUNT < 2000
            ADD 1 TO WS-FLAG-COUNT
            MOVE WS-N-NAME(WS-NODE) TO WS-F-USERNAME(WS-FLAG-COUNT)
            MOVE WS-NEW-REASONS TO WS-F-REASONS(WS-FLAG-COUNT)
            MOVE WS-TODAY TO WS-F-FIRST(WS-FLAG-COUNT)
            MOVE WS-TODAY TO WS-F-LAST(WS-FLAG-COUNT)
            MOVE "O" TO WS-F-STATUS(WS-FLAG-COUNT)
            MOVE "Y" TO WS-F-MATCHED(WS-FLAG-COUNT)
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-REOPEN
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
        IF WS-NEW-REASONS(K:1) NOT = SPACE
            AND WS-F-REASONS(J)(K:1) = SPACE
            MOVE "Y" TO WS-REOPEN
        END-IF
    END-PERFORM
    IF WS-F-STATUS(J) = "C" AND WS-REOPEN = "Y"
        MOVE "O" TO WS-F-STATUS(J)
    END-IF
    MOVE WS-NEW-REASONS TO WS-F-REASONS(J)
    MOVE WS-TODAY TO WS-F-LAST(J)
    MOVE "Y" TO WS-F-MATCHED(J).
