>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MyAgenda.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT InterviewSlotsFile ASSIGN TO "data/InterviewSlots.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SLOT-STAT.
    SELECT CareerEventsFile ASSIGN TO "data/CareerEvents.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-EVENT-STAT.
    SELECT EventRsvpsFile ASSIGN TO "data/EventRsvps.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RSVP-STAT.
    SELECT SavedJobsFile ASSIGN TO "data/SavedJobs.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SAVED-STAT.
    SELECT JobPostingsFile ASSIGN TO "data/JobPostings.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-JOB-STAT.
    SELECT CalendarFile ASSIGN TO WS-CALENDAR-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STAT.

DATA DIVISION.
FILE SECTION.
FD InterviewSlotsFile.
01 INTERVIEW-SLOT-RECORD.
       05 SLOT-EMPLOYER     PIC X(30).
       05 SLOT-JOB-TITLE    PIC X(50).
       05 SLOT-JOB-COMPANY  PIC X(50).
       05 SLOT-DATE         PIC 9(8).
       05 SLOT-TIME         PIC 9(4).
       05 SLOT-BOOKED-BY    PIC X(30).
       05 SLOT-POSTING-ID   PIC 9(9).

FD CareerEventsFile.
01 CAREER-EVENT-RECORD.
       05 EV-POSTED-BY  PIC X(30).
       05 EV-TITLE      PIC X(50).
       05 EV-DATE       PIC 9(8).
       05 EV-LOCATION   PIC X(50).
       05 EV-UNIVERSITY PIC X(50).
       05 EV-MAJOR      PIC X(50).

FD EventRsvpsFile.
01 EVENT-RSVP-RECORD.
       05 RSVP-USERNAME  PIC X(30).
       05 RSVP-POSTED-BY PIC X(30).
       05 RSVP-TITLE     PIC X(50).
       05 RSVP-DATE      PIC 9(8).

FD SavedJobsFile.
01 SAVED-JOB-RECORD.
       05 SAVED-USERNAME    PIC X(30).
       05 SAVED-JOB-TITLE   PIC X(50).
       05 SAVED-JOB-COMPANY PIC X(50).
       05 SAVED-DATE        PIC 9(8).
       05 SAVED-POSTING-ID  PIC 9(9).

FD JobPostingsFile.
01 JOB-POSTING-RECORD.
       05 JOB-TITLE         PIC X(50).
       05 JOB-COMPANY       PIC X(50).
       05 JOB-DESCRIPTION   PIC X(200).
       05 JOB-MAJOR         PIC X(50).
       05 JOB-POSTED-DATE   PIC 9(8).
       05 JOB-LOCATION      PIC X(50).
       05 JOB-POSTED-BY     PIC X(30).
       05 JOB-STATUS        PIC X(01).
       05 JOB-SALARY-RANGE  PIC X(30).
       05 JOB-DEADLINE      PIC 9(8).
       05 JOB-POSTING-ID    PIC 9(9).

FD CalendarFile.
01 CALENDAR-LINE PIC X(200).

WORKING-STORAGE SECTION.
*> One date-ordered list of everything the caller has coming up, from
*> today on, also written as an iCalendar file
*> (data/<username>-agenda.ics) for import into a phone calendar.
*> Students see their booked interview slots, the career events they
*> RSVP'd to, and application deadlines on the postings they saved;
*> employers see the interview slots they published (booked or open)
*> and the career events they posted. Interview slots carry a time
*> and are written as half-hour calendar entries; events and
*> deadlines are all-day entries.
77 WS-SLOT-STAT    PIC XX VALUE SPACES.
77 WS-EVENT-STAT   PIC XX VALUE SPACES.
77 WS-RSVP-STAT    PIC XX VALUE SPACES.
77 WS-SAVED-STAT   PIC XX VALUE SPACES.
77 WS-JOB-STAT     PIC XX VALUE SPACES.
77 WS-CAL-STAT     PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-EOF-INNER    PIC X VALUE "N".
77 WS-ACCOUNT-TYPE PIC X VALUE SPACE.
77 WS-FOUND        PIC X VALUE "N".
77 WS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-NOW          PIC 9(8) VALUE 0.
77 WS-CALENDAR-PATH PIC X(60) VALUE SPACES.
77 WS-END-TIME     PIC 9(4) VALUE 0.
77 WS-END-MINUTES  PIC 9(4) VALUE 0.
77 WS-SEQ          PIC 9(4) VALUE 0.
77 I               PIC 9(4) VALUE 0.
77 J               PIC 9(4) VALUE 0.

01 WS-AGENDA-TABLE.
   05 WS-AGENDA-ROW OCCURS 100 TIMES.
       10 WS-AG-DATE     PIC 9(8).
       10 WS-AG-TIME     PIC 9(4).
       10 WS-AG-TIMED    PIC X(01).
       10 WS-AG-SUMMARY  PIC X(120).
       10 WS-AG-LOCATION PIC X(50).
77 WS-AGENDA-COUNT PIC 9(4) VALUE 0.
01 WS-AGENDA-SWAP  PIC X(183).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.

MAIN-LOGIC.
    CALL "DataStore" USING "T" LNK-USER-NAME WS-PASSWORD WS-FOUND
        WS-ACCOUNT-TYPE
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW FROM TIME
    MOVE 0 TO WS-AGENDA-COUNT

    IF WS-ACCOUNT-TYPE = "E"
        PERFORM COLLECT-PUBLISHED-SLOTS
        PERFORM COLLECT-POSTED-EVENTS
    ELSE
        PERFORM COLLECT-BOOKED-SLOTS
        PERFORM COLLECT-RSVP-EVENTS
        PERFORM COLLECT-SAVED-DEADLINES
    END-IF
    PERFORM SORT-AGENDA-BY-DATE

    DISPLAY "--- My Agenda ---"
    IF WS-AGENDA-COUNT = 0
        DISPLAY "Nothing on your agenda from today on."
        GOBACK
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AGENDA-COUNT
        IF WS-AG-TIMED(I) = "Y"
            DISPLAY WS-AG-DATE(I) " " WS-AG-TIME(I) "  "
                FUNCTION TRIM(WS-AG-SUMMARY(I))
        ELSE
            DISPLAY WS-AG-DATE(I) "       "
                FUNCTION TRIM(WS-AG-SUMMARY(I))
        END-IF
        IF FUNCTION TRIM(WS-AG-LOCATION(I)) NOT = SPACES
            DISPLAY "              at " FUNCTION TRIM(WS-AG-LOCATION(I))
        END-IF
    END-PERFORM

    PERFORM WRITE-CALENDAR-FILE
    DISPLAY "Calendar file written to " FUNCTION TRIM(WS-CALENDAR-PATH)
        " - import it into your phone or desktop calendar."
    GOBACK.

COLLECT-BOOKED-SLOTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT InterviewSlotsFile
    IF WS-SLOT-STAT = "35"
        CLOSE InterviewSlotsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ InterviewSlotsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(SLOT-BOOKED-BY) = FUNCTION TRIM(LNK-USER-NAME)
                    AND SLOT-DATE >= WS-TODAY
                    AND WS-AGENDA-COUNT < 100
                    ADD 1 TO WS-AGENDA-COUNT
                    MOVE SLOT-DATE TO WS-AG-DATE(WS-AGENDA-COUNT)
                    MOVE SLOT-TIME TO WS-AG-TIME(WS-AGENDA-COUNT)
                    MOVE "Y" TO WS-AG-TIMED(WS-AGENDA-COUNT)
                    MOVE SPACES TO WS-AG-SUMMARY(WS-AGENDA-COUNT)
                    STRING "Interview: " FUNCTION TRIM(SLOT-JOB-TITLE)
                        " at " FUNCTION TRIM(SLOT-JOB-COMPANY)
                        INTO WS-AG-SUMMARY(WS-AGENDA-COUNT)
                    MOVE SPACES TO WS-AG-LOCATION(WS-AGENDA-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE InterviewSlotsFile.

COLLECT-PUBLISHED-SLOTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT InterviewSlotsFile
    IF WS-SLOT-STAT = "35"
        CLOSE InterviewSlotsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ InterviewSlotsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(SLOT-EMPLOYER) = FUNCTION TRIM(LNK-USER-NAME)
                    AND SLOT-DATE >= WS-TODAY
                    AND WS-AGENDA-COUNT < 100
                    ADD 1 TO WS-AGENDA-COUNT
                    MOVE SLOT-DATE TO WS-AG-DATE(WS-AGENDA-COUNT)
                    MOVE SLOT-TIME TO WS-AG-TIME(WS-AGENDA-COUNT)
                    MOVE "Y" TO WS-AG-TIMED(WS-AGENDA-COUNT)
                    MOVE SPACES TO WS-AG-SUMMARY(WS-AGENDA-COUNT)
                    IF FUNCTION TRIM(SLOT-BOOKED-BY) = SPACES
                        STRING "Interview slot (open): "
                            FUNCTION TRIM(SLOT-JOB-TITLE)
                            INTO WS-AG-SUMMARY(WS-AGENDA-COUNT)
                    ELSE
                        STRING "Interview with "
                            FUNCTION TRIM(SLOT-BOOKED-BY) ": "
                            FUNCTION TRIM(SLOT-JOB-TITLE)
                            INTO WS-AG-SUMMARY(WS-AGENDA-COUNT)
                    END-IF
                    MOVE SPACES TO WS-AG-LOCATION(WS-AGENDA-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE InterviewSlotsFile.

COLLECT-POSTED-EVENTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT CareerEventsFile
    IF WS-EVENT-STAT = "35"
        CLOSE CareerEventsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CareerEventsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(EV-POSTED-BY) = FUNCTION TRIM(LNK-USER-NAME)
                    AND EV-DATE >= WS-TODAY
                    AND WS-AGENDA-COUNT < 100
                    ADD 1 TO WS-AGENDA-COUNT
                    MOVE EV-DATE TO WS-AG-DATE(WS-AGENDA-COUNT)
                    MOVE 0 TO WS-AG-TIME(WS-AGENDA-COUNT)
                    MOVE "N" TO WS-AG-TIMED(WS-AGENDA-COUNT)
                    MOVE SPACES TO WS-AG-SUMMARY(WS-AGENDA-COUNT)
                    STRING "Career event: " FUNCTION TRIM(EV-TITLE)
                        INTO WS-AG-SUMMARY(WS-AGENDA-COUNT)
                    MOVE EV-LOCATION TO WS-AG-LOCATION(WS-AGENDA-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CareerEventsFile.

COLLECT-RSVP-EVENTS.
    *> RSVP rows carry poster/title/date; the location comes from the
    *> matching CareerEvents.dat row.
    MOVE "N" TO WS-EOF
    OPEN INPUT EventRsvpsFile
    IF WS-RSVP-STAT = "35"
        CLOSE EventRsvpsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ EventRsvpsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(RSVP-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                    AND RSVP-DATE >= WS-TODAY
                    AND WS-AGENDA-COUNT < 100
                    ADD 1 TO WS-AGENDA-COUNT
                    MOVE RSVP-DATE TO WS-AG-DATE(WS-AGENDA-COUNT)
                    MOVE 0 TO WS-AG-TIME(WS-AGENDA-COUNT)
                    MOVE "N" TO WS-AG-TIMED(WS-AGENDA-COUNT)
                    MOVE SPACES TO WS-AG-SUMMARY(WS-AGENDA-COUNT)
                    STRING "Career event: " FUNCTION TRIM(RSVP-TITLE)
                        INTO WS-AG-SUMMARY(WS-AGENDA-COUNT)
                    PERFORM FIND-EVENT-LOCATION
                END-IF
        END-READ
    END-PERFORM
    CLOSE EventRsvpsFile.

FIND-EVENT-LOCATION.
    MOVE SPACES TO WS-AG-LOCATION(WS-AGENDA-COUNT)
    MOVE "N" TO WS-EOF-INNER
    OPEN INPUT CareerEventsFile
    IF WS-EVENT-STAT = "35"
        CLOSE CareerEventsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-INNER = "Y"
        READ CareerEventsFile
            AT END
                MOVE "Y" TO WS-EOF-INNER
            NOT AT END
                IF FUNCTION TRIM(EV-POSTED-BY) = FUNCTION TRIM(RSVP-POSTED-BY)
                    AND FUNCTION TRIM(EV-TITLE) = FUNCTION TRIM(RSVP-TITLE)
                    AND EV-DATE = RSVP-DATE
                    MOVE EV-LOCATION TO WS-AG-LOCATION(WS-AGENDA-COUNT)
                    MOVE "Y" TO WS-EOF-INNER
                END-IF
        END-READ
    END-PERFORM
    CLOSE CareerEventsFile.

COLLECT-SAVED-DEADLINES.
    *> A saved posting contributes its application deadline when it
    *> has one, is still active, and the deadline has not passed.
    MOVE "N" TO WS-EOF
    OPEN INPUT SavedJobsFile
    IF WS-SAVED-STAT = "35"
        CLOSE SavedJobsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SavedJobsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(SAVED-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                    PERFORM FIND-SAVED-DEADLINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE SavedJobsFile.

FIND-SAVED-DEADLINE.
    MOVE "N" TO WS-EOF-INNER
    OPEN INPUT JobPostingsFile
    IF WS-JOB-STAT = "35"
        CLOSE JobPostingsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-INNER = "Y"
        READ JobPostingsFile
            AT END
                MOVE "Y" TO WS-EOF-INNER
            NOT AT END
                IF JOB-POSTING-ID = SAVED-POSTING-ID
                    MOVE "Y" TO WS-EOF-INNER
                    IF JOB-STATUS = "A"
                        AND JOB-DEADLINE >= WS-TODAY
                        AND WS-AGENDA-COUNT < 100
                        ADD 1 TO WS-AGENDA-COUNT
                        MOVE JOB-DEADLINE TO WS-AG-DATE(WS-AGENDA-COUNT)
                        MOVE 0 TO WS-AG-TIME(WS-AGENDA-COUNT)
                        MOVE "N" TO WS-AG-TIMED(WS-AGENDA-COUNT)
                        MOVE SPACES TO WS-AG-SUMMARY(WS-AGENDA-COUNT)
                        STRING "Application deadline: "
                            FUNCTION TRIM(JOB-TITLE) " at "
                            FUNCTION TRIM(JOB-COMPANY)
                            INTO WS-AG-SUMMARY(WS-AGENDA-COUNT)
                        MOVE SPACES TO WS-AG-LOCATION(WS-AGENDA-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JobPostingsFile.

SORT-AGENDA-BY-DATE.
    *> Plain exchange sort on date then time, earliest first; all-day
    *> items (time 0000) lead their day.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-AGENDA-COUNT
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AGENDA-COUNT - I
            IF WS-AG-DATE(J) > WS-AG-DATE(J + 1)
                OR (WS-AG-DATE(J) = WS-AG-DATE(J + 1)
                    AND WS-AG-TIME(J) > WS-AG-TIME(J + 1))
                MOVE WS-AGENDA-ROW(J) TO WS-AGENDA-SWAP
                MOVE WS-AGENDA-ROW(J + 1) TO WS-AGENDA-ROW(J)
                MOVE WS-AGENDA-SWAP TO WS-AGENDA-ROW(J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-CALENDAR-FILE.
    *> RFC 5545 VCALENDAR with one VEVENT per agenda row. Times are
    *> written as floating local time (no zone), which calendar apps
    *> place in the phone's own zone.
    MOVE SPACES TO WS-CALENDAR-PATH
    STRING "data/" FUNCTION TRIM(LNK-USER-NAME) "-agenda.ics"
        INTO WS-CALENDAR-PATH
    OPEN OUTPUT CalendarFile
    MOVE "BEGIN:VCALENDAR" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE "VERSION:2.0" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE "PRODID:-//InCollege//My Agenda//EN" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE "CALSCALE:GREGORIAN" TO CALENDAR-LINE
    WRITE CALENDAR-LINE

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AGENDA-COUNT
        PERFORM WRITE-ONE-VEVENT
    END-PERFORM

    MOVE "END:VCALENDAR" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    CLOSE CalendarFile.

WRITE-ONE-VEVENT.
    MOVE "BEGIN:VEVENT" TO CALENDAR-LINE
    WRITE CALENDAR-LINE

    MOVE I TO WS-SEQ
    MOVE SPACES TO CALENDAR-LINE
    STRING "UID:" FUNCTION TRIM(LNK-USER-NAME) "-" WS-AG-DATE(I) "-"
        WS-AG-TIME(I) "-" WS-SEQ "@incollege"
        INTO CALENDAR-LINE
    WRITE CALENDAR-LINE

    MOVE SPACES TO CALENDAR-LINE
    STRING "DTSTAMP:" WS-TODAY "T" WS-NOW(1:6)
        INTO CALENDAR-LINE
    WRITE CALENDAR-LINE

    MOVE SPACES TO CALENDAR-LINE
    IF WS-AG-TIMED(I) = "Y"
        STRING "DTSTART:" WS-AG-DATE(I) "T" WS-AG-TIME(I) "00"
            INTO CALENDAR-LINE
        WRITE CALENDAR-LINE
        COMPUTE WS-END-MINUTES = (WS-AG-TIME(I) / 100) * 60
            + FUNCTION MOD(WS-AG-TIME(I), 100) + 30
        IF WS-END-MINUTES >= 1440
            MOVE 2359 TO WS-END-TIME
        ELSE
            COMPUTE WS-END-TIME = (WS-END-MINUTES / 60) * 100
                + FUNCTION MOD(WS-END-MINUTES, 60)
        END-IF
        MOVE SPACES TO CALENDAR-LINE
        STRING "DTEND:" WS-AG-DATE(I) "T" WS-END-TIME "00"
            INTO CALENDAR-LINE
        WRITE CALENDAR-LINE
    ELSE
        STRING "DTSTART;VALUE=DATE:" WS-AG-DATE(I)
            INTO CALENDAR-LINE
        WRITE CALENDAR-LINE
    END-IF

    MOVE SPACES TO CALENDAR-LINE
    STRING "SUMMARY:" FUNCTION TRIM(WS-AG-SUMMARY(I))
        INTO CALENDAR-LINE
    WRITE CALENDAR-LINE

    IF FUNCTION TRIM(WS-AG-LOCATION(I)) NOT = SPACES
        MOVE SPACES TO CALENDAR-LINE
        STRING "LOCATION:" FUNCTION TRIM(WS-AG-LOCATION(I))
            INTO CALENDAR-LINE
        WRITE CALENDAR-LINE
    END-IF

    MOVE "END:VEVENT" TO CALENDAR-LINE
    WRITE CALENDAR-LINE.

END PROGRAM MyAgenda.
