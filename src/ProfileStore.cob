77 WS-EOF-XREF  PIC X VALUE "N".
77 WS-XREF-J    PIC 9 VALUE 0.
77 WS-XREF-DUP  PIC X VALUE "N".
*> Rows are written under the company's canonical name from the
*> master table (CompanyNames.cob), so "ACME Inc." and "Acme" on two
*> profiles count as the same employer.
77 WS-CO-FUNCTION PIC X VALUE "C".
77 WS-CO-FOUND    PIC X VALUE SPACE.
01 WS-XREF-NAMES.
   05 WS-XREF-CANON OCCURS 3 TIMES PIC X(50).

LINKAGE SECTION.
01 LK-FUNCTION PIC X.
    END-IF

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
        CALL "CompanyNames" USING WS-CO-FUNCTION LK-COMPANY(WS-K)
            WS-XREF-CANON(WS-K) WS-CO-FOUND
    END-PERFORM

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
        IF FUNCTION TRIM(WS-XREF-CANON(WS-K)) NOT = SPACES
            MOVE "N" TO WS-XREF-DUP
            PERFORM VARYING WS-XREF-J FROM 1 BY 1
                UNTIL WS-XREF-J >= WS-K
                IF FUNCTION TRIM(WS-XREF-CANON(WS-XREF-J)) =
                    FUNCTION TRIM(WS-XREF-CANON(WS-K))
                    MOVE "Y" TO WS-XREF-DUP
                END-IF
            END-PERFORM
            IF WS-XREF-DUP = "N"
                MOVE SPACES TO COMPANY-XREF-RECORD
                MOVE WS-XREF-CANON(WS-K) TO CX-COMPANY
                MOVE LK-USERNAME TO CX-USERNAME
                MOVE COMPANY-XREF-RECORD TO TEMP-XREF-RECORD
                WRITE TEMP-XREF-RECORD
