    SELECT LockFile ASSIGN TO "data/update.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-STAT.
    SELECT AuditLockFile ASSIGN TO "data/audit.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-STAT.

DATA DIVISION.
FILE SECTION.
FD LockFile.
01 LOCK-LINE PIC X(14).

FD AuditLockFile.
01 AUDIT-LOCK-LINE PIC X(14).

WORKING-STORAGE SECTION.
*> One shared lock serializing every delete-then-rename rebuild in
*> the system (DataStore, ProfileStore, HomePage's notification and
*> "A" acquires: waits up to WS-MAX-TRIES seconds for data/update.lock
*> to clear, claims it by writing the current timestamp, and treats a
*> lock older than WS-STALE-SECONDS as abandoned by a crashed session
*> and takes it over. "R" releases by deleting the file. "T" re-stamps
*> a lock this run holds, for a caller whose window runs long enough
*> (a whole-system rename) to look abandoned otherwise. LK-RESULT
*> "Y" on a clean acquire; "N" after the wait expires - callers
*> proceed anyway at that point (a student's logout must not hang
*> forever on a wedged lock), which is no worse than the old
*> that, a caller whose wait expired (and who proceeded unlocked)
*> would delete the current holder's lock mid-rebuild on its way
*> out, reopening the race for a third writer.
*>
*> "L" and "U" acquire and release a second lock, data/audit.lock,
*> the same way. AuditChain.cob holds it from reading a trail's head
*> to saving the new one, so two terminals never chain from the same
*> row. It is separate because audit rows are written from inside
*> rebuilds that already hold data/update.lock.
77 WS-LOCK-STAT     PIC XX VALUE SPACES.
77 WS-TRIES         PIC 9(2) VALUE 0.
77 WS-MAX-TRIES     PIC 9(2) VALUE 10.
77 WS-AGE-SECONDS   PIC S9(12) VALUE 0.
77 WS-GOT-LOCK      PIC X VALUE "N".
77 WS-HOLDING       PIC X VALUE "N".
77 WS-AUDIT-HOLDING PIC X VALUE "N".
*> Which lock this call is working on: "U" data/update.lock, "A"
*> data/audit.lock.
77 WS-LOCK-KIND     PIC X VALUE "U".

LINKAGE SECTION.
01 LK-FUNCTION PIC X.

PROCEDURE DIVISION USING LK-FUNCTION LK-RESULT.
MAIN-LOGIC.
    MOVE "U" TO WS-LOCK-KIND
    MOVE "data/update.lock" TO WS-LOCK-PATH
    EVALUATE LK-FUNCTION
        WHEN "A"
            PERFORM ACQUIRE-LOCK
            MOVE WS-GOT-LOCK TO WS-HOLDING
        WHEN "R"
            IF WS-HOLDING = "Y"
                CALL "CBL_DELETE_FILE" USING WS-LOCK-PATH
                MOVE "N" TO WS-HOLDING
            END-IF
            MOVE "Y" TO LK-RESULT
        WHEN "T"
            IF WS-HOLDING = "Y"
                PERFORM CLAIM-LOCK
                MOVE "Y" TO LK-RESULT
            ELSE
                MOVE "N" TO LK-RESULT
            END-IF
        WHEN "L"
            MOVE "A" TO WS-LOCK-KIND
            MOVE "data/audit.lock" TO WS-LOCK-PATH
            PERFORM ACQUIRE-LOCK
            MOVE WS-GOT-LOCK TO WS-AUDIT-HOLDING
        WHEN "U"
            IF WS-AUDIT-HOLDING = "Y"
                MOVE "data/audit.lock" TO WS-LOCK-PATH
                CALL "CBL_DELETE_FILE" USING WS-LOCK-PATH
                MOVE "N" TO WS-AUDIT-HOLDING
            END-IF
            MOVE "Y" TO LK-RESULT
    END-EVALUATE
    GOBACK.

    END-PERFORM

    IF WS-GOT-LOCK = "Y"
        MOVE "Y" TO LK-RESULT
    ELSE
        MOVE "N" TO LK-RESULT
    END-IF.

CLAIM-LOCK.
    PERFORM GET-NOW-STAMP
    IF WS-LOCK-KIND = "A"
        OPEN OUTPUT AuditLockFile
        MOVE WS-NOW-STAMP TO AUDIT-LOCK-LINE
        WRITE AUDIT-LOCK-LINE
        CLOSE AuditLockFile
    ELSE
        OPEN OUTPUT LockFile
        MOVE WS-NOW-STAMP TO LOCK-LINE
        WRITE LOCK-LINE
        CLOSE LockFile
    END-IF
    MOVE "Y" TO WS-GOT-LOCK.

CHECK-STALE-LOCK.
    *> acquire and release, and is taken over rather than waited on
    *> forever.
    MOVE 0 TO WS-LOCK-STAMP
    IF WS-LOCK-KIND = "A"
        OPEN INPUT AuditLockFile
        IF WS-LOCK-STAT = "35"
            CLOSE AuditLockFile
            EXIT PARAGRAPH
        END-IF
        READ AuditLockFile
            AT END
                CONTINUE
            NOT AT END
                IF AUDIT-LOCK-LINE IS NUMERIC
                    MOVE AUDIT-LOCK-LINE TO WS-LOCK-STAMP
                END-IF
        END-READ
        CLOSE AuditLockFile
    ELSE
        OPEN INPUT LockFile
        IF WS-LOCK-STAT = "35"
            CLOSE LockFile
            EXIT PARAGRAPH
        END-IF
        READ LockFile
            AT END
                CONTINUE
            NOT AT END
                IF LOCK-LINE IS NUMERIC
                    MOVE LOCK-LINE TO WS-LOCK-STAMP
                END-IF
        END-READ
        CLOSE LockFile
    END-IF

    PERFORM GET-NOW-STAMP
    IF WS-LOCK-STAMP = 0
