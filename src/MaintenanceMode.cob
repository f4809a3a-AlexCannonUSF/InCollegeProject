>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MaintenanceMode.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MaintenanceFile ASSIGN TO "data/MaintenanceMode.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-MM-STAT.

DATA DIVISION.
FILE SECTION.
FD MaintenanceFile.
01 MAINTENANCE-RECORD.
       05 MM-ACTIVE        PIC X(01).
       05 MM-SOURCE        PIC X(01).
       05 MM-SET-BY        PIC X(30).
       05 MM-MESSAGE       PIC X(100).
       05 MM-END-DATE      PIC 9(8).
       05 MM-END-TIME      PIC 9(4).
       05 MM-SET-DATE      PIC 9(8).
       05 MM-SET-TIME      PIC 9(6).

WORKING-STORAGE SECTION.
*> The system-wide maintenance flag, one row in
*> data/MaintenanceMode.dat (no file, or MM-ACTIVE "N", means the
*> system is open). While it is set, Login.cob lets admins in only
*> and HomePage.cob / CareerServicesMenu.cob warn sessions that were
*> already open at their next menu choice.
*>   "Q" - query: LK-ACTIVE "Y"/"N" and the stored message, expected
*>         end (date YYYYMMDD, time HHMM, zero when not given) and who
*>         set it; LK-NOTICE is the ready-made line to show users.
*>   "S" - set by an admin (MaintenanceWindow.cob) with LK-MESSAGE,
*>         LK-END-DATE/TIME, LK-SET-BY.
*>   "C" - clear, whoever set it.
*>   "B" - NightlyBatch.cob starting: sets the flag with the standard
*>         batch message, unless an admin has already set it.
*>   "E" - NightlyBatch.cob finished: clears the flag only if the
*>         batch set it, so an admin's own window outlives the run.
77 WS-MM-STAT      PIC XX VALUE SPACES.
77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-NOW-TIME     PIC 9(8) VALUE 0.
77 WS-END-SHOW     PIC X(20) VALUE SPACES.

LINKAGE SECTION.
01 LK-FUNCTION     PIC X.
01 LK-ACTIVE       PIC X.
01 LK-MESSAGE      PIC X(100).
01 LK-END-DATE     PIC 9(8).
01 LK-END-TIME     PIC 9(4).
01 LK-SET-BY       PIC X(30).
01 LK-NOTICE       PIC X(200).

PROCEDURE DIVISION USING LK-FUNCTION LK-ACTIVE LK-MESSAGE LK-END-DATE
    LK-END-TIME LK-SET-BY LK-NOTICE.
MAIN-LOGIC.
    PERFORM READ-FLAG
    EVALUATE LK-FUNCTION
        WHEN "S"
            MOVE "A" TO MM-SOURCE
            MOVE LK-SET-BY TO MM-SET-BY
            MOVE LK-MESSAGE TO MM-MESSAGE
            MOVE LK-END-DATE TO MM-END-DATE
            MOVE LK-END-TIME TO MM-END-TIME
            PERFORM SET-FLAG
        WHEN "C"
            PERFORM CLEAR-FLAG
        WHEN "B"
            IF MM-ACTIVE NOT = "Y"
                MOVE "B" TO MM-SOURCE
                MOVE "NightlyBatch" TO MM-SET-BY
                MOVE "The nightly batch is updating InCollege's files."
                    TO MM-MESSAGE
                MOVE 0 TO MM-END-DATE
                MOVE 0 TO MM-END-TIME
                PERFORM SET-FLAG
            END-IF
        WHEN "E"
            IF MM-ACTIVE = "Y" AND MM-SOURCE = "B"
                PERFORM CLEAR-FLAG
            END-IF
    END-EVALUATE
    PERFORM RETURN-FLAG
    GOBACK.

READ-FLAG.
    MOVE SPACES TO MAINTENANCE-RECORD
    MOVE "N" TO MM-ACTIVE
    MOVE 0 TO MM-END-DATE
    MOVE 0 TO MM-END-TIME
    MOVE 0 TO MM-SET-DATE
    MOVE 0 TO MM-SET-TIME
    OPEN INPUT MaintenanceFile
    IF WS-MM-STAT = "35"
        CLOSE MaintenanceFile
        EXIT PARAGRAPH
    END-IF
    READ MaintenanceFile
        AT END
            MOVE "N" TO MM-ACTIVE
    END-READ
    CLOSE MaintenanceFile.

SET-FLAG.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME
    MOVE "Y" TO MM-ACTIVE
    MOVE WS-TODAY TO MM-SET-DATE
    MOVE WS-NOW-TIME(1:6) TO MM-SET-TIME
    PERFORM WRITE-FLAG.

CLEAR-FLAG.
    MOVE SPACES TO MAINTENANCE-RECORD
    MOVE "N" TO MM-ACTIVE
    MOVE 0 TO MM-END-DATE
    MOVE 0 TO MM-END-TIME
    MOVE 0 TO MM-SET-DATE
    MOVE 0 TO MM-SET-TIME
    PERFORM WRITE-FLAG.

WRITE-FLAG.
    *> A single-row file, so it is simply rewritten whole.
    OPEN OUTPUT MaintenanceFile
    WRITE MAINTENANCE-RECORD
    CLOSE MaintenanceFile.

RETURN-FLAG.
    MOVE MM-ACTIVE TO LK-ACTIVE
    MOVE MM-MESSAGE TO LK-MESSAGE
    MOVE MM-END-DATE TO LK-END-DATE
    MOVE MM-END-TIME TO LK-END-TIME
    MOVE MM-SET-BY TO LK-SET-BY
    MOVE SPACES TO LK-NOTICE
    IF MM-ACTIVE NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-END-SHOW
    IF MM-END-DATE NOT = 0
        STRING MM-END-DATE(1:4) "-" MM-END-DATE(5:2) "-"
            MM-END-DATE(7:2) " " MM-END-TIME(1:2) ":" MM-END-TIME(3:2)
            DELIMITED BY SIZE INTO WS-END-SHOW
        STRING "InCollege is down for maintenance: "
            FUNCTION TRIM(MM-MESSAGE) " Expected back "
            FUNCTION TRIM(WS-END-SHOW) "." DELIMITED BY SIZE
            INTO LK-NOTICE
    ELSE
        STRING "InCollege is down for maintenance: "
            FUNCTION TRIM(MM-MESSAGE) " Please try again later."
            DELIMITED BY SIZE INTO LK-NOTICE
    END-IF.

END PROGRAM MaintenanceMode.
