       05 SLOT-DATE         PIC 9(8).
       05 SLOT-TIME         PIC 9(4).
       05 SLOT-BOOKED-BY    PIC X(30).
       05 SLOT-POSTING-ID   PIC 9(9).

FD TempSlotsFile.
01 TEMP-SLOT-RECORD PIC X(181).

FD JobApplicationsFile.
01 JOB-APPLICATION-RECORD.
       05 APP-JOB-COMPANY   PIC X(50).
       05 APP-DATE          PIC 9(8).
       05 APP-STATUS        PIC X(01).
       05 APP-POSTING-ID    PIC 9(9).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
   05 WS-MY-APP-ROW OCCURS 50 TIMES.
       10 WS-MY-APP-TITLE   PIC X(50).
       10 WS-MY-APP-COMPANY PIC X(50).
       10 WS-MY-APP-ID      PIC 9(9).

77 WS-OPEN-COUNT  PIC 9(4) VALUE 0.
01 WS-OPEN-TABLE.
       10 WS-OPEN-COMPANY  PIC X(50).
       10 WS-OPEN-DATE     PIC 9(8).
       10 WS-OPEN-TIME     PIC 9(4).
       10 WS-OPEN-ID       PIC 9(9).

77 WS-CHOICE-RAW  PIC X(4) VALUE SPACES.
77 WS-CHOICE      PIC 9(4) VALUE 0.
*> the race the still-open re-check inside the rebuild guards, and
*> without the lock both rebuilds can start from the same snapshot.
77 WS-LOCK-RESULT PIC X VALUE SPACE.
*> Refuses to book into an InterviewSlots.dat stamped for a
*> different layout version - see SchemaGuard.cob.
77 WS-GUARD-FILE    PIC X(30) VALUE "InterviewSlots.dat".
77 WS-GUARD-VERSION PIC 9(2) VALUE 2.
77 WS-GUARD-RESULT  PIC X VALUE SPACE.
77 I              PIC 9(4) VALUE 0.
77 J              PIC 9(4) VALUE 0.

PROCEDURE DIVISION USING LNK-USER-NAME.

MAIN-LOGIC.
    CALL "SchemaGuard" USING WS-GUARD-FILE WS-GUARD-VERSION
        WS-GUARD-RESULT
    IF WS-GUARD-RESULT NOT = "Y"
        GOBACK
    END-IF

    DISPLAY "--- Book an Interview ---"
    PERFORM LOAD-MY-APPLICATIONS
    IF WS-MY-APP-COUNT = 0
    GOBACK.

LOAD-MY-APPLICATIONS.
    *> Collects the postings this student applied to, the same shape
    *> WithdrawApplication.cob's LOAD-OWN-APPLICATIONS uses.
    MOVE 0 TO WS-MY-APP-COUNT
    MOVE "N" TO WS-EOF-APP
    OPEN INPUT JobApplicationsFile
                        ADD 1 TO WS-MY-APP-COUNT
                        MOVE APP-JOB-TITLE TO WS-MY-APP-TITLE(WS-MY-APP-COUNT)
                        MOVE APP-JOB-COMPANY TO WS-MY-APP-COMPANY(WS-MY-APP-COUNT)
                        MOVE APP-POSTING-ID TO WS-MY-APP-ID(WS-MY-APP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

LOAD-OPEN-SLOTS.
    *> Open slots (SLOT-BOOKED-BY still spaces) published against a
    *> posting ID one of this student's applications carries - a
    *> repost under the same title is a different posting with its
    *> own applicants.
    MOVE 0 TO WS-OPEN-COUNT
    MOVE "N" TO WS-EOF-SLOT
    OPEN INPUT InterviewSlotsFile
                    IF FUNCTION TRIM(SLOT-BOOKED-BY) = SPACES
                        MOVE "N" TO WS-APPLIED-HERE
                        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MY-APP-COUNT
                            IF SLOT-POSTING-ID = WS-MY-APP-ID(J)
                                AND SLOT-POSTING-ID > 0
                                MOVE "Y" TO WS-APPLIED-HERE
                            END-IF
                        END-PERFORM
                            MOVE SLOT-JOB-COMPANY TO WS-OPEN-COMPANY(WS-OPEN-COUNT)
                            MOVE SLOT-DATE TO WS-OPEN-DATE(WS-OPEN-COUNT)
                            MOVE SLOT-TIME TO WS-OPEN-TIME(WS-OPEN-COUNT)
                            MOVE SLOT-POSTING-ID TO WS-OPEN-ID(WS-OPEN-COUNT)
                        END-IF
                    END-IF
            END-READ
            NOT AT END
                IF WS-BOOKED-OK = "N"
                    AND FUNCTION TRIM(SLOT-EMPLOYER) = FUNCTION TRIM(WS-OPEN-EMPLOYER(WS-CHOICE))
                    AND SLOT-POSTING-ID = WS-OPEN-ID(WS-CHOICE)
                    AND SLOT-DATE = WS-OPEN-DATE(WS-CHOICE)
                    AND SLOT-TIME = WS-OPEN-TIME(WS-CHOICE)
                    AND FUNCTION TRIM(SLOT-BOOKED-BY) = SPACES
