>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CompanyNames.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompanyMasterFile ASSIGN TO "data/CompanyMaster.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CO-STAT.

DATA DIVISION.
FILE SECTION.
FD CompanyMasterFile.
01 COMPANY-MASTER-RECORD.
       05 CO-NAME       PIC X(50).
       05 CO-CANONICAL  PIC X(50).

WORKING-STORAGE SECTION.
*> Lookups against the company master table, data/CompanyMaster.dat,
*> kept by admins in CompanyMaster.cob: one row per known spelling
*> (CO-NAME) with the canonical name it stands for (CO-CANONICAL). A
*> canonical name has a row of its own, naming itself.
*>
*> "C" canonicalizes LK-NAME: matched trimmed and case-blind against
*> every CO-NAME, LK-CANONICAL gets the canonical name and LK-FOUND
*> "Y"; an unknown name comes back unchanged with LK-FOUND "N". "R"
*> reloads the table. The table is read on the first call of a run
*> and kept, since the batch callers canonicalize every row of a
*> file; CompanyMaster.cob issues "R" after each change it makes.
77 WS-CO-STAT     PIC XX VALUE SPACES.
77 WS-EOF         PIC X VALUE "N".
77 WS-LOADED      PIC X VALUE "N".
77 WS-KEY         PIC X(50) VALUE SPACES.
77 I              PIC 9(4) VALUE 0.
77 WS-NAME-COUNT  PIC 9(4) VALUE 0.
01 WS-NAME-TABLE.
   05 WS-NAME-ROW OCCURS 1000 TIMES.
       10 WS-N-KEY       PIC X(50).
       10 WS-N-CANONICAL PIC X(50).

LINKAGE SECTION.
01 LK-FUNCTION  PIC X.
01 LK-NAME      PIC X(50).
01 LK-CANONICAL PIC X(50).
01 LK-FOUND     PIC X.

PROCEDURE DIVISION USING LK-FUNCTION LK-NAME LK-CANONICAL LK-FOUND.
MAIN-LOGIC.
    EVALUATE LK-FUNCTION
        WHEN "R"
            PERFORM LOAD-NAMES
            MOVE "Y" TO LK-FOUND
        WHEN "C"
            IF WS-LOADED = "N"
                PERFORM LOAD-NAMES
            END-IF
            PERFORM FIND-CANONICAL
        WHEN OTHER
            MOVE "N" TO LK-FOUND
    END-EVALUATE
    GOBACK.

LOAD-NAMES.
    MOVE 0 TO WS-NAME-COUNT
    MOVE "Y" TO WS-LOADED
    MOVE "N" TO WS-EOF
    OPEN INPUT CompanyMasterFile
    IF WS-CO-STAT = "35"
        CLOSE CompanyMasterFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CompanyMasterFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-NAME-COUNT < 1000
                    ADD 1 TO WS-NAME-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME))
                        TO WS-N-KEY(WS-NAME-COUNT)
                    MOVE CO-CANONICAL TO WS-N-CANONICAL(WS-NAME-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CompanyMasterFile.

FIND-CANONICAL.
    MOVE "N" TO LK-FOUND
    MOVE LK-NAME TO LK-CANONICAL
    IF FUNCTION TRIM(LK-NAME) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-NAME)) TO WS-KEY
    PERFORM VARYING I FROM 1 BY 1
        UNTIL I > WS-NAME-COUNT OR LK-FOUND = "Y"
        IF WS-N-KEY(I) = WS-KEY
            MOVE WS-N-CANONICAL(I) TO LK-CANONICAL
            MOVE "Y" TO LK-FOUND
        END-IF
    END-PERFORM.
