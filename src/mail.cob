*> --- Mail-Queue ---
*> Queues a message for a player, to be shown in their chat the next
*> time they join - for moderation notices, warnings to players who
*> were away during an incident and event announcements that should
*> not depend on who happens to be online. The console's "mail" command
*> calls it. Each player's mailbox is one plain-text file named by the
*> uuid hex the playerdata files use, one message per line, the text
*> always last:
*>
*>   save/mail/<uuid-hex>.txt
*>   <age> time=<yyyy-mm-ddThh:mm:ss> player=<name> delivered=<-|age> text=<text>
*>
*> delivered is "-" until Mail-Deliver has sent the message, and then
*> the world age it was sent at. LK-NAME is resolved to a uuid from the
*> online players first, then from the most recent admit or join record
*> in the session ledger, so anyone who has ever been let in can be
*> written to. A player who is online gets the message straight away.
*> LK-RESULT:
*>
*>   0  queued for the next join
*>   1  the player is online and has been sent the message
*>   2  no such player, online or in save/sessions.log
*>   3  the mailbox already holds MAIL-PENDING-LIMIT undelivered messages
*>   4  the mailbox could not be written
*>   5  the text is longer than MAIL-TEXT-LIMIT characters
*>
*> LK-RESOLVED-NAME comes back with the name as the server knows it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mail-Queue.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL LEDGER-FILE ASSIGN TO "save/sessions.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LEDGER-STATUS.
    SELECT OPTIONAL MAILBOX-FILE ASSIGN TO MAILBOX-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MAILBOX-STATUS.

DATA DIVISION.
FILE SECTION.
FD LEDGER-FILE.
    01 LEDGER-RECORD        PIC X(512).
FD MAILBOX-FILE.
    01 MAILBOX-RECORD       PIC X(512).

WORKING-STORAGE SECTION.
    78 MAIL-PENDING-LIMIT   VALUE 64.
    78 MAIL-TEXT-LIMIT      VALUE 200.
    01 LEDGER-STATUS        PIC XX.
    01 MAILBOX-STATUS       PIC XX.
    01 MAILBOX-PATH         PIC X(255).
    01 TARGET-NAME-UPPER    PIC X(16).
    01 TARGET-UUID-HEX      PIC X(32).
    01 TARGET-FOUND         BINARY-CHAR UNSIGNED.
    01 PLAYER-INDEX         BINARY-LONG UNSIGNED.
    01 ONLINE-INDEX         BINARY-LONG UNSIGNED.
    01 PENDING-COUNT        BINARY-LONG UNSIGNED.
    01 DELIVERED-OFFSET     BINARY-LONG UNSIGNED.
    01 TEXT-OFFSET          BINARY-LONG UNSIGNED.
    01 DELIVERED-COUNT      BINARY-LONG UNSIGNED.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> ledger line parsing
    01 LINE-POINTER         BINARY-LONG UNSIGNED.
    01 LINE-FIELD           PIC X(512).
    01 FIELD-KEY            PIC X(16).
    01 FIELD-VALUE          PIC X(496).
    01 REC-EVENT            PIC X(8).
    01 REC-UUID             PIC X(32).
    01 REC-PLAYER           PIC X(16).
    *> the queued line
    01 MAIL-LINE            PIC X(512).
    01 MAIL-LINE-LENGTH     BINARY-LONG UNSIGNED.
    01 CURRENT-STAMP        PIC X(21).
    01 TIME-STAMP           PIC X(19).
    01 EDIT-AGE             PIC -(18)9.
    *> World data (for the world age)
    COPY DD-WORLD.
    *> Player data, to find an online player
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-NAME              PIC X(64).
    01 LK-TEXT              PIC X(256).
    01 LK-RESULT            BINARY-CHAR UNSIGNED.
    01 LK-RESOLVED-NAME     PIC X(16).

PROCEDURE DIVISION USING LK-NAME LK-TEXT LK-RESULT LK-RESOLVED-NAME.
    MOVE 0 TO LK-RESULT
    MOVE LK-NAME TO LK-RESOLVED-NAME
    IF FUNCTION STORED-CHAR-LENGTH(LK-TEXT) > MAIL-TEXT-LIMIT
        MOVE 5 TO LK-RESULT
        GOBACK
    END-IF

    PERFORM RESOLVE-TARGET
    IF TARGET-FOUND = 0
        MOVE 2 TO LK-RESULT
        GOBACK
    END-IF
    MOVE SPACES TO MAILBOX-PATH
    STRING "save/mail/" DELIMITED BY SIZE TARGET-UUID-HEX DELIMITED BY SIZE ".txt" DELIMITED BY SIZE INTO MAILBOX-PATH

    PERFORM COUNT-PENDING
    IF PENDING-COUNT >= MAIL-PENDING-LIMIT
        MOVE 3 TO LK-RESULT
        GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
    MOVE SPACES TO TIME-STAMP
    STRING CURRENT-STAMP(1:4) "-" CURRENT-STAMP(5:2) "-" CURRENT-STAMP(7:2) "T" CURRENT-STAMP(9:2) ":" CURRENT-STAMP(11:2) ":" CURRENT-STAMP(13:2) DELIMITED BY SIZE INTO TIME-STAMP
    MOVE WORLD-AGE TO EDIT-AGE
    MOVE SPACES TO MAIL-LINE
    STRING
        FUNCTION TRIM(EDIT-AGE) DELIMITED BY SIZE
        " time=" DELIMITED BY SIZE
        TIME-STAMP DELIMITED BY SIZE
        " player=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-RESOLVED-NAME) DELIMITED BY SIZE
        " delivered=-" DELIMITED BY SIZE
        *> free text, so it is last
        " text=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-TEXT) DELIMITED BY SIZE
        X"0A" DELIMITED BY SIZE
        INTO MAIL-LINE
    END-STRING
    MOVE FUNCTION STORED-CHAR-LENGTH(MAIL-LINE) TO MAIL-LINE-LENGTH
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/mail"
    CALL "Files-AppendAll" USING MAILBOX-PATH MAIL-LINE MAIL-LINE-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        MOVE 4 TO LK-RESULT
        GOBACK
    END-IF

    *> someone who is on right now need not wait for their next join
    IF ONLINE-INDEX > 0
        CALL "Mail-Deliver" USING ONLINE-INDEX DELIVERED-COUNT
        IF DELIVERED-COUNT > 0
            MOVE 1 TO LK-RESULT
        END-IF
    END-IF
    GOBACK.

RESOLVE-TARGET.
    *> name comparison ignores case, as Admission-Check's does
    MOVE 0 TO TARGET-FOUND
    MOVE 0 TO ONLINE-INDEX
    MOVE FUNCTION UPPER-CASE(LK-NAME(1:16)) TO TARGET-NAME-UPPER
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0 AND FUNCTION UPPER-CASE(PLAYER-NAME(PLAYER-INDEX)) = TARGET-NAME-UPPER
            CALL "UuidToHex" USING PLAYER-UUID(PLAYER-INDEX) TARGET-UUID-HEX
            MOVE PLAYER-NAME(PLAYER-INDEX) TO LK-RESOLVED-NAME
            MOVE PLAYER-INDEX TO ONLINE-INDEX
            MOVE 1 TO TARGET-FOUND
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    *> otherwise the latest admit or join under that name wins, so a
    *> name that has changed hands resolves to its current holder
    OPEN INPUT LEDGER-FILE
    IF LEDGER-STATUS NOT = "00" AND LEDGER-STATUS NOT = "05"
        DISPLAY "WARNING: cannot open save/sessions.log (status " LEDGER-STATUS ")"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EXIT
        READ LEDGER-FILE
            AT END EXIT PERFORM
        END-READ
        PERFORM PARSE-LEDGER-LINE
        IF (REC-EVENT = "admit" OR REC-EVENT = "join") AND REC-UUID NOT = SPACES AND REC-UUID NOT = "-"
                AND FUNCTION UPPER-CASE(REC-PLAYER) = TARGET-NAME-UPPER
            MOVE REC-UUID TO TARGET-UUID-HEX
            MOVE REC-PLAYER TO LK-RESOLVED-NAME
            MOVE 1 TO TARGET-FOUND
        END-IF
    END-PERFORM
    CLOSE LEDGER-FILE.

PARSE-LEDGER-LINE.
    *> <age> time=.. event=.. uuid=.. player=.. pos=.. dim=.. reason=<rest>
    MOVE SPACES TO REC-EVENT REC-UUID REC-PLAYER
    MOVE 1 TO LINE-POINTER
    PERFORM UNTIL LINE-POINTER > LENGTH OF LEDGER-RECORD
        MOVE SPACES TO LINE-FIELD
        UNSTRING LEDGER-RECORD DELIMITED BY ALL SPACES INTO LINE-FIELD WITH POINTER LINE-POINTER
        IF LINE-FIELD = SPACES
            EXIT PERFORM
        END-IF
        MOVE SPACES TO FIELD-KEY FIELD-VALUE
        UNSTRING LINE-FIELD DELIMITED BY "=" INTO FIELD-KEY FIELD-VALUE
        EVALUATE FIELD-KEY
            WHEN "event"
                MOVE FIELD-VALUE(1:8) TO REC-EVENT
            WHEN "uuid"
                MOVE FIELD-VALUE(1:32) TO REC-UUID
            WHEN "player"
                MOVE FIELD-VALUE(1:16) TO REC-PLAYER
            WHEN "reason"
                EXIT PERFORM
        END-EVALUATE
    END-PERFORM.

COUNT-PENDING.
    MOVE 0 TO PENDING-COUNT
    OPEN INPUT MAILBOX-FILE
    IF MAILBOX-STATUS NOT = "00" AND MAILBOX-STATUS NOT = "05"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EXIT
        READ MAILBOX-FILE
            AT END EXIT PERFORM
        END-READ
        *> the text may itself contain " delivered=-"; only a marker
        *> ahead of the text field counts
        MOVE 0 TO DELIVERED-OFFSET
        MOVE 0 TO TEXT-OFFSET
        INSPECT MAILBOX-RECORD TALLYING DELIVERED-OFFSET FOR CHARACTERS BEFORE INITIAL " delivered=-"
        INSPECT MAILBOX-RECORD TALLYING TEXT-OFFSET FOR CHARACTERS BEFORE INITIAL " text="
        IF DELIVERED-OFFSET < TEXT-OFFSET
            ADD 1 TO PENDING-COUNT
        END-IF
    END-PERFORM
    CLOSE MAILBOX-FILE.

END PROGRAM Mail-Queue.

*> --- Mail-Deliver ---
*> Sends a player every undelivered message in their mailbox (see
*> Mail-Queue for the file) as system chat lines, oldest first, and
*> rewrites the mailbox with each one marked delivered at the current
*> world age. Mail-DeliverPending calls it once per session, on the
*> first tick the joined player's client is in the play state;
*> Mail-Queue calls it when the player is already online. A client that
*> is not in the play state yet is left for Mail-DeliverPending, and a
*> send that fails leaves the rest of the messages waiting for the next
*> join.
*> Only the most recent MAIL-KEEP-DELIVERED delivered messages are
*> kept, so a mailbox stays a short history rather than growing for
*> ever. LK-DELIVERED returns how many messages were sent.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mail-Deliver.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL MAILBOX-FILE ASSIGN TO MAILBOX-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MAILBOX-STATUS.

DATA DIVISION.
FILE SECTION.
FD MAILBOX-FILE.
    01 MAILBOX-RECORD       PIC X(512).

WORKING-STORAGE SECTION.
    78 MAIL-CAPACITY        VALUE 128.
    78 MAIL-KEEP-DELIVERED  VALUE 32.
    01 MAILBOX-STATUS       PIC XX.
    01 MAILBOX-PATH         PIC X(255).
    01 UUID-HEX             PIC X(32).
    01 CLIENT-ID            BINARY-LONG UNSIGNED.
    01 PACKET-ERRNO         PIC 9(3).
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> the mailbox, read whole
    01 MAIL-COUNT           BINARY-LONG UNSIGNED.
    01 MAIL-INDEX           BINARY-LONG UNSIGNED.
    01 MAIL-TABLE.
        02 MAIL-ENTRY OCCURS MAIL-CAPACITY TIMES.
            03 MAIL-LINE            PIC X(512).
            03 MAIL-DELIVERED       BINARY-CHAR UNSIGNED.
    01 DELIVERED-TOTAL      BINARY-LONG UNSIGNED.
    01 DROP-COUNT           BINARY-LONG UNSIGNED.
    *> field offsets within a line
    01 DELIVERED-OFFSET     BINARY-LONG UNSIGNED.
    01 TEXT-OFFSET          BINARY-LONG UNSIGNED.
    01 MARKED-LINE          PIC X(512).
    01 CHAT-MESSAGE         PIC X(256).
    01 EDIT-AGE             PIC -(18)9.
    *> the rewritten file
    01 OUT-BUFFER           PIC X(65664).
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 LINE-LENGTH          BINARY-LONG UNSIGNED.
    *> World data (for the world age)
    COPY DD-WORLD.
    *> Connected clients and players
    COPY DD-CLIENT-STATES.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-PLAYER-INDEX      BINARY-LONG UNSIGNED.
    01 LK-DELIVERED         BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-INDEX LK-DELIVERED.
    MOVE 0 TO LK-DELIVERED
    IF LK-PLAYER-INDEX < 1 OR LK-PLAYER-INDEX > MAX-PLAYERS
        GOBACK
    END-IF
    MOVE PLAYER-CLIENT(LK-PLAYER-INDEX) TO CLIENT-ID
    IF CLIENT-ID < 1 OR CLIENT-ID > MAX-CLIENTS
        GOBACK
    END-IF
    IF CLIENT-PRESENT(CLIENT-ID) NOT = 1 OR CLIENT-STATE(CLIENT-ID) NOT = CLIENT-STATE-PLAY
        GOBACK
    END-IF

    CALL "UuidToHex" USING PLAYER-UUID(LK-PLAYER-INDEX) UUID-HEX
    MOVE SPACES TO MAILBOX-PATH
    STRING "save/mail/" DELIMITED BY SIZE UUID-HEX DELIMITED BY SIZE ".txt" DELIMITED BY SIZE INTO MAILBOX-PATH

    PERFORM READ-MAILBOX
    IF MAIL-COUNT = 0
        GOBACK
    END-IF

    PERFORM VARYING MAIL-INDEX FROM 1 BY 1 UNTIL MAIL-INDEX > MAIL-COUNT
        IF MAIL-DELIVERED(MAIL-INDEX) = 0
            PERFORM SEND-ONE
            IF PACKET-ERRNO NOT = 0
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM
    IF LK-DELIVERED = 0
        GOBACK
    END-IF

    PERFORM WRITE-MAILBOX
    GOBACK.

READ-MAILBOX.
    MOVE 0 TO MAIL-COUNT
    MOVE 0 TO DELIVERED-TOTAL
    OPEN INPUT MAILBOX-FILE
    IF MAILBOX-STATUS NOT = "00" AND MAILBOX-STATUS NOT = "05"
        DISPLAY "WARNING: cannot open " FUNCTION TRIM(MAILBOX-PATH) " (status " MAILBOX-STATUS ")"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EXIT
        READ MAILBOX-FILE
            AT END EXIT PERFORM
        END-READ
        IF MAILBOX-RECORD NOT = SPACES
            *> a mailbox longer than the table would lose its tail on
            *> the rewrite, so it is left alone until someone trims it
            IF MAIL-COUNT >= MAIL-CAPACITY
                DISPLAY "WARNING: " FUNCTION TRIM(MAILBOX-PATH) " holds more than " MAIL-CAPACITY " messages; not delivered"
                MOVE 0 TO MAIL-COUNT
                EXIT PERFORM
            END-IF
            ADD 1 TO MAIL-COUNT
            MOVE MAILBOX-RECORD TO MAIL-LINE(MAIL-COUNT)
            *> pending only when the marker comes ahead of the text
            MOVE 0 TO DELIVERED-OFFSET
            MOVE 0 TO TEXT-OFFSET
            INSPECT MAILBOX-RECORD TALLYING DELIVERED-OFFSET FOR CHARACTERS BEFORE INITIAL " delivered=-"
            INSPECT MAILBOX-RECORD TALLYING TEXT-OFFSET FOR CHARACTERS BEFORE INITIAL " text="
            IF DELIVERED-OFFSET < TEXT-OFFSET
                MOVE 0 TO MAIL-DELIVERED(MAIL-COUNT)
            ELSE
                MOVE 1 TO MAIL-DELIVERED(MAIL-COUNT)
                ADD 1 TO DELIVERED-TOTAL
            END-IF
        END-IF
    END-PERFORM
    CLOSE MAILBOX-FILE.

SEND-ONE.
    MOVE 0 TO DELIVERED-OFFSET
    MOVE 0 TO TEXT-OFFSET
    INSPECT MAIL-LINE(MAIL-INDEX) TALLYING DELIVERED-OFFSET FOR CHARACTERS BEFORE INITIAL " delivered=-"
    INSPECT MAIL-LINE(MAIL-INDEX) TALLYING TEXT-OFFSET FOR CHARACTERS BEFORE INITIAL " text="
    *> a line with an empty text field has nothing to show; it is
    *> kept as is
    IF TEXT-OFFSET + 7 > LENGTH OF MAILBOX-RECORD
        MOVE 0 TO PACKET-ERRNO
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO CHAT-MESSAGE
    STRING "[Mail] " DELIMITED BY SIZE FUNCTION TRIM(MAIL-LINE(MAIL-INDEX)(TEXT-OFFSET + 7:)) DELIMITED BY SIZE INTO CHAT-MESSAGE
    CALL "SendPacket-SystemChat" USING CLIENT-HNDL(CLIENT-ID) PACKET-ERRNO CHAT-MESSAGE
    IF PACKET-ERRNO NOT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE WORLD-AGE TO EDIT-AGE
    MOVE SPACES TO MARKED-LINE
    STRING
        MAIL-LINE(MAIL-INDEX)(1:DELIVERED-OFFSET) DELIMITED BY SIZE
        " delivered=" DELIMITED BY SIZE
        FUNCTION TRIM(EDIT-AGE) DELIMITED BY SIZE
        MAIL-LINE(MAIL-INDEX)(TEXT-OFFSET + 1:) DELIMITED BY SIZE
        INTO MARKED-LINE
    END-STRING
    MOVE MARKED-LINE TO MAIL-LINE(MAIL-INDEX)
    MOVE 1 TO MAIL-DELIVERED(MAIL-INDEX)
    ADD 1 TO DELIVERED-TOTAL
    ADD 1 TO LK-DELIVERED.

WRITE-MAILBOX.
    *> the oldest delivered messages beyond the kept history go first
    MOVE 0 TO DROP-COUNT
    IF DELIVERED-TOTAL > MAIL-KEEP-DELIVERED
        COMPUTE DROP-COUNT = DELIVERED-TOTAL - MAIL-KEEP-DELIVERED
    END-IF
    MOVE 0 TO OUT-LENGTH
    PERFORM VARYING MAIL-INDEX FROM 1 BY 1 UNTIL MAIL-INDEX > MAIL-COUNT
        IF MAIL-DELIVERED(MAIL-INDEX) = 1 AND DROP-COUNT > 0
            SUBTRACT 1 FROM DROP-COUNT
        ELSE
            MOVE FUNCTION STORED-CHAR-LENGTH(MAIL-LINE(MAIL-INDEX)) TO LINE-LENGTH
            MOVE MAIL-LINE(MAIL-INDEX)(1:LINE-LENGTH) TO OUT-BUFFER(OUT-LENGTH + 1:LINE-LENGTH)
            ADD LINE-LENGTH TO OUT-LENGTH
            MOVE X"0A" TO OUT-BUFFER(OUT-LENGTH + 1:1)
            ADD 1 TO OUT-LENGTH
        END-IF
    END-PERFORM
    CALL "World-WriteFileAtomic" USING MAILBOX-PATH OUT-BUFFER OUT-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        *> the messages have been shown; failing to record it only
        *> means they are shown again on the next join
        DISPLAY "WARNING: failed to mark " LK-DELIVERED " message(s) delivered in " FUNCTION TRIM(MAILBOX-PATH)
    END-IF.

END PROGRAM Mail-Deliver.

*> --- Mail-DeliverPending ---
*> Per-tick sweep, called from World-UpdateAge, that hands each joined
*> player their queued mail. The player row is filled in at join, before
*> the client reaches the play state, so delivery cannot happen there;
*> instead every row is checked once its client is in the play state,
*> and a per-row flag keeps it to once per session. The flag is reset
*> when the row's client or uuid changes, i.e. for the next occupant.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mail-DeliverPending.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 ROW-INDEX            BINARY-LONG UNSIGNED.
    01 CLIENT-ID            BINARY-LONG UNSIGNED.
    01 DELIVERED-COUNT      BINARY-LONG UNSIGNED.
    *> Connected clients and players
    COPY DD-CLIENT-STATES.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    *> Which occupant of each row has already had its mailbox checked
    01 CHECKED-TABLE.
        02 CHECKED-ENTRY OCCURS MAX-PLAYERS TIMES.
            03 MAIL-CHECKED         BINARY-CHAR UNSIGNED    VALUE 0.
            03 CHECKED-CLIENT       BINARY-LONG UNSIGNED.
            03 CHECKED-UUID         PIC X(16).

PROCEDURE DIVISION.
    PERFORM VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX > MAX-PLAYERS
        IF MAIL-CHECKED(ROW-INDEX) = 1
            IF PLAYER-CLIENT(ROW-INDEX) NOT = CHECKED-CLIENT(ROW-INDEX) OR PLAYER-UUID(ROW-INDEX) NOT = CHECKED-UUID(ROW-INDEX)
                MOVE 0 TO MAIL-CHECKED(ROW-INDEX)
            END-IF
        END-IF
        MOVE PLAYER-CLIENT(ROW-INDEX) TO CLIENT-ID
        IF MAIL-CHECKED(ROW-INDEX) = 0 AND CLIENT-ID > 0
            IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                CALL "Mail-Deliver" USING ROW-INDEX DELIVERED-COUNT
                MOVE 1 TO MAIL-CHECKED(ROW-INDEX)
                MOVE CLIENT-ID TO CHECKED-CLIENT(ROW-INDEX)
                MOVE PLAYER-UUID(ROW-INDEX) TO CHECKED-UUID(ROW-INDEX)
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Mail-DeliverPending.
