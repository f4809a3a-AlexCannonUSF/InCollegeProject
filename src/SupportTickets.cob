>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SupportTickets.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SupportTicketsFile ASSIGN TO "data/SupportTickets.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TKT-STAT.
    SELECT TicketRepliesFile ASSIGN TO "data/TicketReplies.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TR-STAT.

DATA DIVISION.
FILE SECTION.
FD SupportTicketsFile.
01 SUPPORT-TICKET-RECORD.
       05 TKT-ID            PIC 9(9).
       05 TKT-USERNAME      PIC X(30).
       05 TKT-ACCOUNT-TYPE  PIC X(01).
       05 TKT-CATEGORY      PIC X(01).
       05 TKT-DESCRIPTION   PIC X(200).
       05 TKT-OPENED-DATE   PIC 9(8).
       05 TKT-STATUS        PIC X(01).
       05 TKT-ASSIGNED-TO   PIC X(30).
       05 TKT-CLOSED-DATE   PIC 9(8).

FD TicketRepliesFile.
01 TICKET-REPLY-RECORD.
       05 TR-TICKET-ID      PIC 9(9).
       05 TR-OWNER          PIC X(30).
       05 TR-AUTHOR         PIC X(30).
       05 TR-FROM           PIC X(01).
       05 TR-DATE           PIC 9(8).
       05 TR-TEXT           PIC X(200).

WORKING-STORAGE SECTION.
*> Help requests from inside the system. Any account type opens a
*> ticket here with a category and a description; it lands in the
*> administrators' queue (TicketQueue.cob) as status "O" open, moves
*> to "A" once an admin takes it and to "C" when it is closed.
*> Categories: "A" account and sign-in, "J" jobs and applications,
*> "P" profile and privacy, "T" something is not working, "O" other.
*> TKT-ID comes from NextId.cob ("SupportTickets"). The conversation
*> on a ticket is kept in data/TicketReplies.dat, one row per message
*> (TR-FROM "A" admin, "U" the ticket's owner), never rewritten;
*> TR-OWNER repeats the ticket's owner so a purge can find the rows.
*> Admin replies also reach the user as notifications.
*> SupportTicketReport.cob reports on both files weekly.
77 WS-TKT-STAT     PIC XX VALUE SPACES.
77 WS-TR-STAT      PIC XX VALUE SPACES.
77 WS-EOF          PIC X VALUE "N".
77 WS-TODAY        PIC 9(8) VALUE 0.
77 WS-MENU-CHOICE  PIC X(4) VALUE SPACES.
77 WS-EXIT-FLAG    PIC X VALUE "N".
77 WS-CHOICE-RAW   PIC X(4) VALUE SPACES.
77 WS-CHOICE       PIC 9(4) VALUE 0.
77 WS-CATEGORY     PIC X VALUE SPACE.
77 WS-CATEGORY-LABEL PIC X(30) VALUE SPACES.
77 WS-STATUS-LABEL PIC X(30) VALUE SPACES.
77 WS-DESCRIPTION  PIC X(200) VALUE SPACES.
77 WS-REPLY-TEXT   PIC X(200) VALUE SPACES.
77 WS-ANSWER       PIC X(4) VALUE SPACES.
77 WS-ID-NAME      PIC X(30) VALUE "SupportTickets".
77 WS-NEW-ID       PIC 9(9) VALUE 0.
77 I               PIC 9(4) VALUE 0.

77 WS-DS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-DS-FOUND        PIC X VALUE SPACE.
77 WS-DS-ACCOUNT-TYPE PIC X VALUE SPACE.

77 WS-TICKET-COUNT PIC 9(4) VALUE 0.
01 WS-TICKET-TABLE.
   05 WS-TICKET-ROW OCCURS 100 TIMES.
       10 WS-T-ID          PIC 9(9).
       10 WS-T-CATEGORY    PIC X(01).
       10 WS-T-DESCRIPTION PIC X(200).
       10 WS-T-OPENED      PIC 9(8).
       10 WS-T-STATUS      PIC X(01).
       10 WS-T-CLOSED      PIC 9(8).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE "N" TO WS-EXIT-FLAG
    PERFORM UNTIL WS-EXIT-FLAG = "Y"
        DISPLAY "--- Help and Support ---"
        DISPLAY "1. Ask for help (open a ticket)"
        DISPLAY "2. My tickets"
        DISPLAY "3. Go back"
        DISPLAY "Enter your choice:"
        ACCEPT WS-MENU-CHOICE
        EVALUATE FUNCTION TRIM(WS-MENU-CHOICE)
            WHEN "1"
                PERFORM OPEN-TICKET
            WHEN "2"
                PERFORM VIEW-MY-TICKETS
            WHEN "3"
                MOVE "Y" TO WS-EXIT-FLAG
            WHEN OTHER
                DISPLAY "Invalid choice. Please try again."
        END-EVALUATE
    END-PERFORM
    GOBACK.

OPEN-TICKET.
    DISPLAY "What is it about?"
    DISPLAY "1. My account or signing in"
    DISPLAY "2. Jobs and applications"
    DISPLAY "3. My profile or privacy"
    DISPLAY "4. Something is not working"
    DISPLAY "5. Something else"
    DISPLAY "Enter your choice:"
    ACCEPT WS-ANSWER
    EVALUATE FUNCTION TRIM(WS-ANSWER)
        WHEN "1"
            MOVE "A" TO WS-CATEGORY
        WHEN "2"
            MOVE "J" TO WS-CATEGORY
        WHEN "3"
            MOVE "P" TO WS-CATEGORY
        WHEN "4"
            MOVE "T" TO WS-CATEGORY
        WHEN "5"
            MOVE "O" TO WS-CATEGORY
        WHEN OTHER
            DISPLAY "No ticket opened."
            EXIT PARAGRAPH
    END-EVALUATE

    DISPLAY "Describe the problem (up to 200 characters):"
    ACCEPT WS-DESCRIPTION
    IF FUNCTION TRIM(WS-DESCRIPTION) = SPACES
        DISPLAY "A ticket needs a description. No ticket opened."
        EXIT PARAGRAPH
    END-IF

    CALL "DataStore" USING "T" LNK-USER-NAME WS-DS-PASSWORD WS-DS-FOUND
        WS-DS-ACCOUNT-TYPE
    CALL "NextId" USING "N" WS-ID-NAME WS-NEW-ID

    OPEN EXTEND SupportTicketsFile
    IF WS-TKT-STAT = "35"
        CLOSE SupportTicketsFile
        OPEN OUTPUT SupportTicketsFile
    END-IF
    MOVE SPACES TO SUPPORT-TICKET-RECORD
    MOVE WS-NEW-ID TO TKT-ID
    MOVE LNK-USER-NAME TO TKT-USERNAME
    MOVE WS-DS-ACCOUNT-TYPE TO TKT-ACCOUNT-TYPE
    MOVE WS-CATEGORY TO TKT-CATEGORY
    MOVE WS-DESCRIPTION TO TKT-DESCRIPTION
    MOVE WS-TODAY TO TKT-OPENED-DATE
    MOVE "O" TO TKT-STATUS
    MOVE 0 TO TKT-CLOSED-DATE
    WRITE SUPPORT-TICKET-RECORD
    CLOSE SupportTicketsFile

    DISPLAY "Ticket " WS-NEW-ID " opened. You will get a notification "
        "when an administrator replies.".

VIEW-MY-TICKETS.
    PERFORM LOAD-MY-TICKETS
    IF WS-TICKET-COUNT = 0
        DISPLAY "You have not opened any tickets."
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TICKET-COUNT
        MOVE WS-T-CATEGORY(I) TO WS-CATEGORY
        PERFORM SET-CATEGORY-LABEL
        PERFORM SET-STATUS-LABEL
        DISPLAY I ". Ticket " WS-T-ID(I) " opened " WS-T-OPENED(I)
            " - " FUNCTION TRIM(WS-CATEGORY-LABEL) " - "
            FUNCTION TRIM(WS-STATUS-LABEL)
    END-PERFORM

    DISPLAY "Enter the number of a ticket to read, or 0 to go back:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
        MOVE 0 TO WS-CHOICE
    END-IF
    IF WS-CHOICE = 0 OR WS-CHOICE > WS-TICKET-COUNT
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Ticket " WS-T-ID(WS-CHOICE) ": "
        FUNCTION TRIM(WS-T-DESCRIPTION(WS-CHOICE))
    PERFORM SHOW-REPLIES

    IF WS-T-STATUS(WS-CHOICE) = "C"
        DISPLAY "This ticket was closed on " WS-T-CLOSED(WS-CHOICE)
            ". Open a new one if you still need help."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Add a message to this ticket? (Y/N):"
    ACCEPT WS-ANSWER
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER)) NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Your message:"
    ACCEPT WS-REPLY-TEXT
    IF FUNCTION TRIM(WS-REPLY-TEXT) = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND TicketRepliesFile
    IF WS-TR-STAT = "35"
        CLOSE TicketRepliesFile
        OPEN OUTPUT TicketRepliesFile
    END-IF
    MOVE SPACES TO TICKET-REPLY-RECORD
    MOVE WS-T-ID(WS-CHOICE) TO TR-TICKET-ID
    MOVE LNK-USER-NAME TO TR-OWNER
    MOVE LNK-USER-NAME TO TR-AUTHOR
    MOVE "U" TO TR-FROM
    MOVE WS-TODAY TO TR-DATE
    MOVE WS-REPLY-TEXT TO TR-TEXT
    WRITE TICKET-REPLY-RECORD
    CLOSE TicketRepliesFile
    DISPLAY "Message added to ticket " WS-T-ID(WS-CHOICE) ".".

LOAD-MY-TICKETS.
    MOVE 0 TO WS-TICKET-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT SupportTicketsFile
    IF WS-TKT-STAT = "35"
        CLOSE SupportTicketsFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SupportTicketsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(TKT-USERNAME) = FUNCTION TRIM(LNK-USER-NAME)
                    AND WS-TICKET-COUNT < 100
                    ADD 1 TO WS-TICKET-COUNT
                    MOVE TKT-ID TO WS-T-ID(WS-TICKET-COUNT)
                    MOVE TKT-CATEGORY TO WS-T-CATEGORY(WS-TICKET-COUNT)
                    MOVE TKT-DESCRIPTION TO WS-T-DESCRIPTION(WS-TICKET-COUNT)
                    MOVE TKT-OPENED-DATE TO WS-T-OPENED(WS-TICKET-COUNT)
                    MOVE TKT-STATUS TO WS-T-STATUS(WS-TICKET-COUNT)
                    MOVE TKT-CLOSED-DATE TO WS-T-CLOSED(WS-TICKET-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SupportTicketsFile.

SHOW-REPLIES.
    MOVE "N" TO WS-EOF
    OPEN INPUT TicketRepliesFile
    IF WS-TR-STAT = "35"
        CLOSE TicketRepliesFile
        DISPLAY "   No replies yet."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ TicketRepliesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TR-TICKET-ID = WS-T-ID(WS-CHOICE)
                    IF TR-FROM = "A"
                        DISPLAY "   " TR-DATE " Support: "
                            FUNCTION TRIM(TR-TEXT)
                    ELSE
                        DISPLAY "   " TR-DATE " You: "
                            FUNCTION TRIM(TR-TEXT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TicketRepliesFile.

SET-CATEGORY-LABEL.
    EVALUATE WS-CATEGORY
        WHEN "A"
            MOVE "Account or sign-in" TO WS-CATEGORY-LABEL
        WHEN "J"
            MOVE "Jobs and applications" TO WS-CATEGORY-LABEL
        WHEN "P"
            MOVE "Profile or privacy" TO WS-CATEGORY-LABEL
        WHEN "T"
            MOVE "Something not working" TO WS-CATEGORY-LABEL
        WHEN OTHER
            MOVE "Other" TO WS-CATEGORY-LABEL
    END-EVALUATE.

SET-STATUS-LABEL.
    EVALUATE WS-T-STATUS(I)
        WHEN "A"
            MOVE "being worked on" TO WS-STATUS-LABEL
        WHEN "C"
            MOVE "closed" TO WS-STATUS-LABEL
        WHEN OTHER
            MOVE "waiting for an administrator" TO WS-STATUS-LABEL
    END-EVALUATE.

END PROGRAM SupportTickets.
