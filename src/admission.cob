*> I/O error) fails CLOSED: the player is refused and the file status is
*> displayed, rather than silently admitting everyone with enforcement
*> off.
*>
*> Every decision, admitted or refused with its reason, is recorded in
*> the session ledger save/sessions.log through Session-Log.
IDENTIFICATION DIVISION.
PROGRAM-ID. Admission-Check.

    01 ENTRY-NAME-UPPER     PIC X(16).
    01 ENTRY-MATCHES        BINARY-CHAR UNSIGNED.
    01 WHITELIST-HAS-ENTRIES BINARY-CHAR UNSIGNED.
    *> session ledger record for the decision
    01 LEDGER-EVENT         PIC X(8).
    01 LEDGER-NO-ROW        BINARY-LONG UNSIGNED    VALUE 0.
LINKAGE SECTION.
    01 LK-UUID              PIC X(16).
    01 LK-NAME              PIC X(16).
    01 LK-REASON            PIC X(256).

PROCEDURE DIVISION USING LK-UUID LK-NAME LK-ALLOWED LK-REASON.
    PERFORM DECIDE-ADMISSION
    *> Every decision, either way, goes to the session ledger; the player
    *> has no row yet, so the record carries no position
    IF LK-ALLOWED = 0
        MOVE "refuse" TO LEDGER-EVENT
    ELSE
        MOVE "admit" TO LEDGER-EVENT
    END-IF
    CALL "Session-Log" USING LEDGER-EVENT LK-UUID LK-NAME LK-REASON LEDGER-NO-ROW
    GOBACK.

DECIDE-ADMISSION.
    MOVE 1 TO LK-ALLOWED
    MOVE SPACES TO LK-REASON
    CALL "UuidToHex" USING LK-UUID PLAYER-UUID-HEX
        DISPLAY "WARNING: cannot open save/banlist.txt (status " BANLIST-STATUS "); refusing " FUNCTION TRIM(LK-NAME) " rather than admitting with enforcement off"
        MOVE 0 TO LK-ALLOWED
        MOVE "Admission lists unreadable; try again later" TO LK-REASON
        EXIT PARAGRAPH
    END-IF
    IF BANLIST-STATUS = "00" OR BANLIST-STATUS = "05"
        PERFORM UNTIL EXIT
        CLOSE BANLIST-FILE
    END-IF
    IF LK-ALLOWED = 0
        EXIT PARAGRAPH
    END-IF

    *> A non-empty whitelist must name the player
        DISPLAY "WARNING: cannot open save/whitelist.txt (status " WHITELIST-STATUS "); refusing " FUNCTION TRIM(LK-NAME) " rather than admitting with enforcement off"
        MOVE 0 TO LK-ALLOWED
        MOVE "Admission lists unreadable; try again later" TO LK-REASON
        EXIT PARAGRAPH
    END-IF
    IF WHITELIST-STATUS = "00" OR WHITELIST-STATUS = "05"
        PERFORM UNTIL EXIT
                MOVE 1 TO WHITELIST-HAS-ENTRIES
                IF ENTRY-MATCHES > 0
                    CLOSE WHITELIST-FILE
                    EXIT PARAGRAPH
                END-IF
            END-IF
        END-PERFORM
    IF WHITELIST-HAS-ENTRIES > 0
        MOVE 0 TO LK-ALLOWED
        MOVE "You are not whitelisted on this server" TO LK-REASON
    END-IF.

MATCH-ENTRY.
    *> Parses the entry in ENTRY-LINE and compares it against the
