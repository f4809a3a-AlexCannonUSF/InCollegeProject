>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TicketQueue.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SupportTicketsFile ASSIGN TO "data/SupportTickets.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TKT-STAT.
    SELECT TempTicketsFile ASSIGN TO "data/SupportTickets.tmp"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TEMP-STAT.
    SELECT TicketRepliesFile ASSIGN TO "data/TicketReplies.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TR-STAT.
    SELECT NotificationsFile ASSIGN TO "data/Notifications.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NOTIF-STAT.

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

FD TempTicketsFile.
01 TEMP-TICKET-RECORD PIC X(288).

FD TicketRepliesFile.
01 TICKET-REPLY-RECORD.
       05 TR-TICKET-ID      PIC 9(9).
       05 TR-OWNER          PIC X(30).
       05 TR-AUTHOR         PIC X(30).
       05 TR-FROM           PIC X(01).
       05 TR-DATE           PIC 9(8).
       05 TR-TEXT           PIC X(200).

FD NotificationsFile.
01 NOTIFICATIONS-RECORD.
       05 NOTIF-USERNAME    PIC X(30).
       05 NOTIF-MESSAGE     PIC X(100).
       05 NOTIF-READ-FLAG   PIC X.

WORKING-STORAGE SECTION.
*> The administrators' side of SupportTickets.cob. Lists every ticket
*> not yet closed, oldest first, with how long it has been open and
*> who has it. On one ticket an admin can take it (or hand it to
*> another admin), reply, or close it with an optional last word.
*> Replies and closing notes are written to data/TicketReplies.dat and
*> sent to the ticket's owner as a notification - always, whatever
*> their NotifyPref.cob settings, since they asked for the answer.
*> Replying to an unassigned ticket assigns it to the replying admin.
*> Every action writes an AdminAudit row against the ticket's owner.
77 WS-TKT-STAT       PIC XX VALUE SPACES.
77 WS-TEMP-STAT      PIC XX VALUE SPACES.
77 WS-TR-STAT        PIC XX VALUE SPACES.
77 WS-NOTIF-STAT     PIC XX VALUE SPACES.
77 WS-EOF            PIC X VALUE "N".
77 WS-TODAY          PIC 9(8) VALUE 0.
77 WS-DAYS-OPEN      PIC 9(5) VALUE 0.
77 WS-CHOICE-RAW     PIC X(4) VALUE SPACES.
77 WS-CHOICE         PIC 9(4) VALUE 0.
77 WS-ACTION-RAW     PIC X(4) VALUE SPACES.
77 WS-REPLY-TEXT     PIC X(200) VALUE SPACES.
77 WS-CATEGORY-LABEL PIC X(30) VALUE SPACES.
77 WS-NEW-STATUS     PIC X VALUE SPACE.
77 WS-NEW-ASSIGNEE   PIC X(30) VALUE SPACES.
77 WS-UPDATED        PIC X VALUE "N".
77 WS-LOCK-RESULT    PIC X VALUE SPACE.
77 WS-RECOVER-DAT PIC X(60) VALUE "data/SupportTickets.dat".
77 WS-RECOVER-TMP PIC X(60) VALUE "data/SupportTickets.tmp".
77 I                 PIC 9(4) VALUE 0.

77 WS-DS-PASSWORD     PIC X(20) VALUE SPACES.
77 WS-DS-FOUND        PIC X VALUE SPACE.
77 WS-DS-ACCOUNT-TYPE PIC X VALUE SPACE.

77 WS-AUDIT-ACTOR     PIC X(30) VALUE SPACES.
77 WS-AUDIT-ACTION    PIC X(30) VALUE SPACES.
77 WS-AUDIT-TARGET    PIC X(30) VALUE SPACES.

77 WS-QUEUE-COUNT PIC 9(4) VALUE 0.
01 WS-QUEUE-TABLE.
   05 WS-QUEUE-ROW OCCURS 200 TIMES.
       10 WS-Q-ID          PIC 9(9).
       10 WS-Q-USERNAME    PIC X(30).
       10 WS-Q-TYPE        PIC X(01).
       10 WS-Q-CATEGORY    PIC X(01).
       10 WS-Q-DESCRIPTION PIC X(200).
       10 WS-Q-OPENED      PIC 9(8).
       10 WS-Q-STATUS      PIC X(01).
       10 WS-Q-ASSIGNED-TO PIC X(30).

LINKAGE SECTION.
01 LNK-USER-NAME PIC X(30).

PROCEDURE DIVISION USING LNK-USER-NAME.
MAIN-LOGIC.
    DISPLAY "--- Support Ticket Queue ---"
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM LOAD-OPEN-TICKETS
    IF WS-QUEUE-COUNT = 0
        DISPLAY "No support tickets are open."
        GOBACK
    END-IF

    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QUEUE-COUNT
        PERFORM SET-CATEGORY-LABEL
        COMPUTE WS-DAYS-OPEN = FUNCTION INTEGER-OF-DATE(WS-TODAY)
            - FUNCTION INTEGER-OF-DATE(WS-Q-OPENED(I))
        IF WS-Q-STATUS(I) = "A"
            DISPLAY I ". Ticket " WS-Q-ID(I) " from "
                FUNCTION TRIM(WS-Q-USERNAME(I)) " - "
                FUNCTION TRIM(WS-CATEGORY-LABEL) " - open " WS-DAYS-OPEN
                " day(s) - with " FUNCTION TRIM(WS-Q-ASSIGNED-TO(I))
        ELSE
            DISPLAY I ". Ticket " WS-Q-ID(I) " from "
                FUNCTION TRIM(WS-Q-USERNAME(I)) " - "
                FUNCTION TRIM(WS-CATEGORY-LABEL) " - open " WS-DAYS-OPEN
                " day(s) - unassigned"
        END-IF
    END-PERFORM

    DISPLAY " "
    DISPLAY "Enter the number of a ticket to work, or 0 to go back:"
    ACCEPT WS-CHOICE-RAW
    IF FUNCTION TRIM(WS-CHOICE-RAW) IS NUMERIC AND FUNCTION TRIM(WS-CHOICE-RAW) NOT = SPACES
        MOVE FUNCTION TRIM(WS-CHOICE-RAW) TO WS-CHOICE
    ELSE
        MOVE 0 TO WS-CHOICE
    END-IF
    IF WS-CHOICE = 0 OR WS-CHOICE > WS-QUEUE-COUNT
        GOBACK
    END-IF

    DISPLAY "Ticket " WS-Q-ID(WS-CHOICE) " opened " WS-Q-OPENED(WS-CHOICE)
        " by " FUNCTION TRIM(WS-Q-USERNAME(WS-CHOICE)) " (account type "
        WS-Q-TYPE(WS-CHOICE) "):"
    DISPLAY "   " FUNCTION TRIM(WS-Q-DESCRIPTION(WS-CHOICE))
    PERFORM SHOW-REPLIES

    DISPLAY "1. Take this ticket"
    DISPLAY "2. Assign it to another administrator"
    DISPLAY "3. Reply"
    DISPLAY "4. Close it"
    DISPLAY "5. Cancel"
    DISPLAY "Enter your choice:"
    ACCEPT WS-ACTION-RAW
    MOVE WS-Q-USERNAME(WS-CHOICE) TO WS-AUDIT-TARGET
    EVALUATE FUNCTION TRIM(WS-ACTION-RAW)
        WHEN "1"
            MOVE "A" TO WS-NEW-STATUS
            MOVE LNK-USER-NAME TO WS-NEW-ASSIGNEE
            PERFORM UPDATE-TICKET
            IF WS-UPDATED = "Y"
                MOVE "TICKET ASSIGNED" TO WS-AUDIT-ACTION
                CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
                    WS-AUDIT-ACTION WS-AUDIT-TARGET
                DISPLAY "Ticket " WS-Q-ID(WS-CHOICE) " is yours."
            END-IF
        WHEN "2"
            PERFORM ASSIGN-TO-OTHER
        WHEN "3"
            PERFORM REPLY-TO-TICKET
        WHEN "4"
            PERFORM CLOSE-TICKET
        WHEN OTHER
            DISPLAY "Nothing changed."
    END-EVALUATE
    GOBACK.

ASSIGN-TO-OTHER.
    DISPLAY "Administrator's username:"
    ACCEPT WS-NEW-ASSIGNEE
    CALL "DataStore" USING "T" WS-NEW-ASSIGNEE WS-DS-PASSWORD WS-DS-FOUND
        WS-DS-ACCOUNT-TYPE
    IF WS-DS-ACCOUNT-TYPE NOT = "A"
        DISPLAY "That is not an administrator account. Nothing changed."
        EXIT PARAGRAPH
    END-IF
    MOVE "A" TO WS-NEW-STATUS
    PERFORM UPDATE-TICKET
    IF WS-UPDATED = "Y"
        MOVE "TICKET ASSIGNED" TO WS-AUDIT-ACTION
        CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
            WS-AUDIT-ACTION WS-AUDIT-TARGET
        DISPLAY "Ticket " WS-Q-ID(WS-CHOICE) " assigned to "
            FUNCTION TRIM(WS-NEW-ASSIGNEE) "."
    END-IF.

REPLY-TO-TICKET.
    DISPLAY "Your reply (up to 200 characters):"
    ACCEPT WS-REPLY-TEXT
    IF FUNCTION TRIM(WS-REPLY-TEXT) = SPACES
        DISPLAY "Nothing sent."
        EXIT PARAGRAPH
    END-IF
    IF WS-Q-STATUS(WS-CHOICE) = "O"
        MOVE "A" TO WS-NEW-STATUS
        MOVE LNK-USER-NAME TO WS-NEW-ASSIGNEE
        PERFORM UPDATE-TICKET
        IF WS-UPDATED = "N"
            EXIT PARAGRAPH
        END-IF
    END-IF
    PERFORM WRITE-REPLY
    PERFORM NOTIFY-OWNER
    MOVE "TICKET REPLIED" TO WS-AUDIT-ACTION
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
        WS-AUDIT-ACTION WS-AUDIT-TARGET
    DISPLAY "Reply sent to " FUNCTION TRIM(WS-Q-USERNAME(WS-CHOICE)) ".".

CLOSE-TICKET.
    DISPLAY "Closing note for the user (Enter for none):"
    ACCEPT WS-REPLY-TEXT
    MOVE "C" TO WS-NEW-STATUS
    IF WS-Q-STATUS(WS-CHOICE) = "A"
        MOVE WS-Q-ASSIGNED-TO(WS-CHOICE) TO WS-NEW-ASSIGNEE
    ELSE
        MOVE LNK-USER-NAME TO WS-NEW-ASSIGNEE
    END-IF
    PERFORM UPDATE-TICKET
    IF WS-UPDATED = "N"
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-REPLY-TEXT) = SPACES
        MOVE "Your ticket has been closed." TO WS-REPLY-TEXT
    END-IF
    PERFORM WRITE-REPLY
    PERFORM NOTIFY-OWNER
    MOVE "TICKET CLOSED" TO WS-AUDIT-ACTION
    CALL "AdminAudit" USING "W" WS-AUDIT-ACTOR
        WS-AUDIT-ACTION WS-AUDIT-TARGET
    DISPLAY "Ticket " WS-Q-ID(WS-CHOICE) " closed.".

LOAD-OPEN-TICKETS.
    MOVE 0 TO WS-QUEUE-COUNT
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
                IF TKT-STATUS NOT = "C" AND WS-QUEUE-COUNT < 200
                    ADD 1 TO WS-QUEUE-COUNT
                    MOVE TKT-ID TO WS-Q-ID(WS-QUEUE-COUNT)
                    MOVE TKT-USERNAME TO WS-Q-USERNAME(WS-QUEUE-COUNT)
                    MOVE TKT-ACCOUNT-TYPE TO WS-Q-TYPE(WS-QUEUE-COUNT)
                    MOVE TKT-CATEGORY TO WS-Q-CATEGORY(WS-QUEUE-COUNT)
                    MOVE TKT-DESCRIPTION TO WS-Q-DESCRIPTION(WS-QUEUE-COUNT)
                    MOVE TKT-OPENED-DATE TO WS-Q-OPENED(WS-QUEUE-COUNT)
                    MOVE TKT-STATUS TO WS-Q-STATUS(WS-QUEUE-COUNT)
                    MOVE TKT-ASSIGNED-TO TO WS-Q-ASSIGNED-TO(WS-QUEUE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SupportTicketsFile.

SHOW-REPLIES.
    MOVE "N" TO WS-EOF
    OPEN INPUT TicketRepliesFile
    IF WS-TR-STAT = "35"
        CLOSE TicketRepliesFile
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ TicketRepliesFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TR-TICKET-ID = WS-Q-ID(WS-CHOICE)
                    DISPLAY "   " TR-DATE " " FUNCTION TRIM(TR-AUTHOR) ": "
                        FUNCTION TRIM(TR-TEXT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE TicketRepliesFile.

UPDATE-TICKET.
    *> Usual rebuild-via-temp-file under the shared update lock. Only a
    *> ticket still open is changed, so two admins working the queue
    *> at once cannot reopen or re-close each other's tickets.
    MOVE "N" TO WS-UPDATED
    MOVE "N" TO WS-EOF
    CALL "UpdateLock" USING "A" WS-LOCK-RESULT
    CALL "RecoverTempFile" USING WS-RECOVER-DAT WS-RECOVER-TMP
    OPEN INPUT SupportTicketsFile
    IF WS-TKT-STAT = "35"
        CLOSE SupportTicketsFile
        CALL "UpdateLock" USING "R" WS-LOCK-RESULT
        DISPLAY "That ticket is no longer on file."
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TempTicketsFile
    PERFORM UNTIL WS-EOF = "Y"
        READ SupportTicketsFile
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF TKT-ID = WS-Q-ID(WS-CHOICE) AND TKT-STATUS NOT = "C"
                    MOVE WS-NEW-STATUS TO TKT-STATUS
                    MOVE WS-NEW-ASSIGNEE TO TKT-ASSIGNED-TO
                    IF WS-NEW-STATUS = "C"
                        MOVE WS-TODAY TO TKT-CLOSED-DATE
                    END-IF
                    MOVE "Y" TO WS-UPDATED
                END-IF
                MOVE SUPPORT-TICKET-RECORD TO TEMP-TICKET-RECORD
                WRITE TEMP-TICKET-RECORD
        END-READ
    END-PERFORM
    CLOSE SupportTicketsFile
    CLOSE TempTicketsFile

    CALL "CBL_DELETE_FILE" USING "data/SupportTickets.dat"
    CALL "CBL_RENAME_FILE" USING "data/SupportTickets.tmp"
        "data/SupportTickets.dat"
    CALL "UpdateLock" USING "R" WS-LOCK-RESULT
    IF WS-UPDATED = "N"
        DISPLAY "That ticket was closed meanwhile. Nothing changed."
    END-IF.

WRITE-REPLY.
    OPEN EXTEND TicketRepliesFile
    IF WS-TR-STAT = "35"
        CLOSE TicketRepliesFile
        OPEN OUTPUT TicketRepliesFile
    END-IF
    MOVE SPACES TO TICKET-REPLY-RECORD
    MOVE WS-Q-ID(WS-CHOICE) TO TR-TICKET-ID
    MOVE WS-Q-USERNAME(WS-CHOICE) TO TR-OWNER
    MOVE LNK-USER-NAME TO TR-AUTHOR
    MOVE "A" TO TR-FROM
    MOVE WS-TODAY TO TR-DATE
    MOVE WS-REPLY-TEXT TO TR-TEXT
    WRITE TICKET-REPLY-RECORD
    CLOSE TicketRepliesFile.

NOTIFY-OWNER.
    OPEN EXTEND NotificationsFile
    IF WS-NOTIF-STAT = "35"
        CLOSE NotificationsFile
        OPEN OUTPUT NotificationsFile
    END-IF
    MOVE SPACES TO NOTIFICATIONS-RECORD
    MOVE WS-Q-USERNAME(WS-CHOICE) TO NOTIF-USERNAME
    STRING "Support, ticket " WS-Q-ID(WS-CHOICE) ": "
        FUNCTION TRIM(WS-REPLY-TEXT)
        DELIMITED BY SIZE INTO NOTIF-MESSAGE
    MOVE "N" TO NOTIF-READ-FLAG
    WRITE NOTIFICATIONS-RECORD
    CLOSE NotificationsFile.

SET-CATEGORY-LABEL.
    EVALUATE WS-Q-CATEGORY(I)
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

END PROGRAM TicketQueue.
