*>   save                    checkpoint the world right now
*>   say <message>           broadcast a chat line to every client
*>   kick <name> [reason]    disconnect the named player immediately
*>   mail <name> <message>   leave a message shown to the player when
*>                           they next join (at once if online)
*>   list                    show who is online, where
*>   status                  print the server health figures on demand
*>   border [overworld|nether <radius> [<x> <z>]]
*>                           show the world borders, or set one dimension's
*>                           half-width and centre (radius 0 removes it)
*>   schedule                list the scheduled commands, with their next
*>                           and last runs
*>   help                    list the commands
*>
*> Acknowledgements are console lines; LK-OUTCOME, when the caller
*> passes it, also gets 0 for a command that did its work and 1 for one
*> that failed or was not understood (Schedule-Tick logs scheduled runs
*> by it). The caller is expected to run commands on the main thread
*> between ticks, the same place World-UpdateAge runs. say and kick
*> reach the clients through the regular packet senders, so an
*> announced restart or a kick behaves exactly as if the server's own
*> connection handling had sent them.
IDENTIFICATION DIVISION.
PROGRAM-ID. Console-HandleCommand.

    01 ARGUMENT-1           PIC X(64).
    01 ARGUMENT-2           PIC X(64).
    01 ARGUMENT-3           PIC X(64).
    01 ARGUMENT-4           PIC X(64).
    01 VALIDATE-TOKEN       PIC X(64).
    01 UNSIGNED-TOKEN       PIC X(64).
    01 DIGIT-COUNT          BINARY-LONG UNSIGNED.
    01 OTHER-COUNT          BINARY-LONG UNSIGNED.
    01 NEW-TIME             BINARY-DOUBLE.
    01 CHECKED-COUNT        BINARY-LONG UNSIGNED.
    01 FAILED-COUNT         BINARY-LONG UNSIGNED.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 COMMAND-OUTCOME      BINARY-CHAR UNSIGNED.
        88 COMMAND-SUCCEEDED    VALUE 0.
        88 COMMAND-FAILED       VALUE 1.
    *> border state
    01 BORDER-INDEX         BINARY-LONG UNSIGNED.
    01 BORDER-DIMENSION     BINARY-CHAR UNSIGNED.
    01 BORDER-RADIUS-DISP   PIC Z(9)9.
    01 BORDER-X-DISP        PIC -(10)9.
    01 BORDER-Z-DISP        PIC -(10)9.
    01 BORDER-DIM-NAME      PIC X(9).
    *> say/kick/mail/list state
    01 CHAT-MESSAGE         PIC X(256).
    01 KICK-REASON          PIC X(256).
    01 KICK-POINTER         BINARY-LONG UNSIGNED.
    01 MAIL-TEXT            PIC X(256).
    01 MAIL-RESULT          BINARY-CHAR UNSIGNED.
    01 MAIL-NAME            PIC X(16).
    01 TARGET-NAME-UPPER    PIC X(16).
    01 PLAYER-INDEX         BINARY-LONG UNSIGNED.
    01 CLIENT-ID            BINARY-LONG UNSIGNED.
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-COMMAND           PIC X(256).
    *> Appended after the pre-existing parameter (not inserted ahead of
    *> it), the same "append, never insert" rule World-SetBlock follows;
    *> a caller that only wants the console lines may leave it off.
    01 LK-OUTCOME           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-COMMAND LK-OUTCOME.
    *> The command word is split off with a pointer so "say" (and kick's
    *> reason) can take the rest of the line verbatim, spaces and all;
    *> the space-delimited arguments the other commands use are then cut
    *> from the remainder as before.
    MOVE SPACES TO COMMAND-WORD COMMAND-REMAINDER ARGUMENT-1 ARGUMENT-2 ARGUMENT-3 ARGUMENT-4
    MOVE 1 TO COMMAND-POINTER
    UNSTRING LK-COMMAND DELIMITED BY ALL SPACES INTO COMMAND-WORD WITH POINTER COMMAND-POINTER
    IF COMMAND-POINTER <= LENGTH OF LK-COMMAND
        MOVE FUNCTION TRIM(LK-COMMAND(COMMAND-POINTER:)) TO COMMAND-REMAINDER
    END-IF
    UNSTRING COMMAND-REMAINDER DELIMITED BY ALL SPACES INTO ARGUMENT-1 ARGUMENT-2 ARGUMENT-3 ARGUMENT-4
    SET COMMAND-SUCCEEDED TO TRUE

    EVALUATE FUNCTION LOWER-CASE(COMMAND-WORD)
        WHEN "time"
            PERFORM HANDLE-SAY
        WHEN "kick"
            PERFORM HANDLE-KICK
        WHEN "mail"
            PERFORM HANDLE-MAIL
        WHEN "list"
            PERFORM HANDLE-LIST
        WHEN "status"
            PERFORM HANDLE-STATUS
        WHEN "border"
            PERFORM HANDLE-BORDER
        WHEN "schedule"
            CALL "Schedule-List"
        WHEN "verify"
            CALL "World-VerifyRegions" USING CHECKED-COUNT FAILED-COUNT
            IF FAILED-COUNT = 0
                DISPLAY "OK: verified " CHECKED-COUNT " chunk(s), " FAILED-COUNT " corrupt"
            ELSE
                DISPLAY "FAILED: verified " CHECKED-COUNT " chunk(s), " FAILED-COUNT " corrupt"
                SET COMMAND-FAILED TO TRUE
            END-IF
        WHEN "save"
            CALL "World-Save" USING IO-FAILURE
            IF IO-FAILURE = 0
                DISPLAY "OK: world saved"
            ELSE
                DISPLAY "FAILED: world save reported an error; check the log above"
                SET COMMAND-FAILED TO TRUE
            END-IF
        WHEN "help"
            PERFORM SHOW-USAGE
        WHEN OTHER
            DISPLAY "Unknown command: " FUNCTION TRIM(COMMAND-WORD)
            PERFORM SHOW-USAGE
            SET COMMAND-FAILED TO TRUE
    END-EVALUATE
    IF ADDRESS OF LK-OUTCOME NOT = NULL
        MOVE COMMAND-OUTCOME TO LK-OUTCOME
    END-IF
    GOBACK.

HANDLE-TIME.
    IF FUNCTION LOWER-CASE(ARGUMENT-1) NOT = "set"
        DISPLAY "usage: time set <ticks|day|noon|night|midnight>"
        SET COMMAND-FAILED TO TRUE
        EXIT PARAGRAPH
    END-IF
    EVALUATE FUNCTION LOWER-CASE(ARGUMENT-2)
            PERFORM VALIDATE-NUMBER
            IF OTHER-COUNT > 0 OR DIGIT-COUNT = 0
                DISPLAY "usage: time set <ticks|day|noon|night|midnight>"
                SET COMMAND-FAILED TO TRUE
                EXIT PARAGRAPH
            END-IF
            COMPUTE NEW-TIME = FUNCTION NUMVAL(ARGUMENT-2)
            DISPLAY "OK: weather set to thunder"
        WHEN OTHER
            DISPLAY "usage: weather clear|rain|thunder"
            SET COMMAND-FAILED TO TRUE
    END-EVALUATE.

HANDLE-PREGEN.
    PERFORM VALIDATE-NUMBER
    IF OTHER-COUNT > 0 OR DIGIT-COUNT = 0
        DISPLAY "usage: pregen <radius> [nether]"
        SET COMMAND-FAILED TO TRUE
        EXIT PARAGRAPH
    END-IF
    COMPUTE PREGEN-RADIUS = FUNCTION NUMVAL(ARGUMENT-1)
        DISPLAY "OK: pregenerated radius " PREGEN-RADIUS " in dimension " PREGEN-DIMENSION
    ELSE
        DISPLAY "FAILED: pregeneration hit a save error; check the log above"
        SET COMMAND-FAILED TO TRUE
    END-IF.

HANDLE-SAY.
    IF COMMAND-REMAINDER = SPACES
        DISPLAY "usage: say <message>"
        SET COMMAND-FAILED TO TRUE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CHAT-MESSAGE
HANDLE-KICK.
    IF ARGUMENT-1 = SPACES
        DISPLAY "usage: kick <name> [reason]"
        SET COMMAND-FAILED TO TRUE
        EXIT PARAGRAPH
    END-IF
    *> everything after the name is the free-text reason, like the
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    DISPLAY "No such player online: " FUNCTION TRIM(ARGUMENT-1)
    SET COMMAND-FAILED TO TRUE.

HANDLE-MAIL.
    *> the name, then the message verbatim, split the way kick splits
    *> off its reason
    MOVE SPACES TO MAIL-TEXT
    MOVE 1 TO KICK-POINTER
    UNSTRING COMMAND-REMAINDER DELIMITED BY ALL SPACES INTO ARGUMENT-1 WITH POINTER KICK-POINTER
    IF KICK-POINTER <= LENGTH OF COMMAND-REMAINDER
        MOVE FUNCTION TRIM(COMMAND-REMAINDER(KICK-POINTER:)) TO MAIL-TEXT
    END-IF
    IF ARGUMENT-1 = SPACES OR MAIL-TEXT = SPACES
        DISPLAY "usage: mail <name> <message>"
        SET COMMAND-FAILED TO TRUE
        EXIT PARAGRAPH
    END-IF
    CALL "Mail-Queue" USING ARGUMENT-1 MAIL-TEXT MAIL-RESULT MAIL-NAME
    EVALUATE MAIL-RESULT
        WHEN 0
            DISPLAY "OK: mail queued for " FUNCTION TRIM(MAIL-NAME) "; shown when they next join"
        WHEN 1
            DISPLAY "OK: mail delivered to " FUNCTION TRIM(MAIL-NAME) " (online)"
        WHEN 2
            DISPLAY "No such player: " FUNCTION TRIM(ARGUMENT-1) " is neither online nor in save/sessions.log"
            SET COMMAND-FAILED TO TRUE
        WHEN 3
            DISPLAY "FAILED: the mailbox of " FUNCTION TRIM(MAIL-NAME) " is full of undelivered mail"
            SET COMMAND-FAILED TO TRUE
        WHEN 4
            DISPLAY "FAILED: could not write the mailbox of " FUNCTION TRIM(MAIL-NAME) " under save/mail"
            SET COMMAND-FAILED TO TRUE
        WHEN OTHER
            DISPLAY "FAILED: message too long (200 characters at most)"
            SET COMMAND-FAILED TO TRUE
    END-EVALUATE.

HANDLE-LIST.
    MOVE 0 TO SENT-COUNT
    DISPLAY "block entity data slots: " STATUS-DATA-SLOTS-USED " of " STATUS-DATA-SLOTS-TOTAL
    DISPLAY "since last snapshot: light drops " STATUS-LIGHT-DROPS ", chunk evictions " STATUS-CHUNK-EVICTIONS ", tick drops " STATUS-TICK-DROPS ", entity data drops " STATUS-ENTITY-DATA-DROPS.

HANDLE-BORDER.
    IF ARGUMENT-1 = SPACES
        PERFORM VARYING BORDER-INDEX FROM 1 BY 1 UNTIL BORDER-INDEX > 2
            PERFORM SHOW-BORDER
        END-PERFORM
        EXIT PARAGRAPH
    END-IF
    EVALUATE FUNCTION LOWER-CASE(ARGUMENT-1)
        WHEN "overworld"
            MOVE WORLD-DIMENSION-OVERWORLD TO BORDER-DIMENSION
        WHEN "nether"
            MOVE WORLD-DIMENSION-NETHER TO BORDER-DIMENSION
        WHEN OTHER
            DISPLAY "usage: border [overworld|nether <radius> [<x> <z>]]"
            SET COMMAND-FAILED TO TRUE
            EXIT PARAGRAPH
    END-EVALUATE
    COMPUTE BORDER-INDEX = BORDER-DIMENSION + 1
    IF ARGUMENT-2 = SPACES
        PERFORM SHOW-BORDER
        EXIT PARAGRAPH
    END-IF
    MOVE ARGUMENT-2 TO VALIDATE-TOKEN
    PERFORM VALIDATE-NUMBER
    IF OTHER-COUNT > 0 OR DIGIT-COUNT = 0
        DISPLAY "usage: border [overworld|nether <radius> [<x> <z>]]"
        SET COMMAND-FAILED TO TRUE
        EXIT PARAGRAPH
    END-IF
    *> the centre is optional, but comes as a pair; check both before
    *> changing anything
    IF ARGUMENT-3 NOT = SPACES
        MOVE ARGUMENT-3 TO VALIDATE-TOKEN
        PERFORM VALIDATE-SIGNED-NUMBER
        IF OTHER-COUNT > 0 OR DIGIT-COUNT = 0
            DISPLAY "usage: border [overworld|nether <radius> [<x> <z>]]"
            SET COMMAND-FAILED TO TRUE
            EXIT PARAGRAPH
        END-IF
        MOVE ARGUMENT-4 TO VALIDATE-TOKEN
        PERFORM VALIDATE-SIGNED-NUMBER
        IF OTHER-COUNT > 0 OR DIGIT-COUNT = 0
            DISPLAY "usage: border [overworld|nether <radius> [<x> <z>]]"
            SET COMMAND-FAILED TO TRUE
            EXIT PARAGRAPH
        END-IF
        COMPUTE WORLD-BORDER-CENTER-X(BORDER-INDEX) = FUNCTION NUMVAL(ARGUMENT-3)
        COMPUTE WORLD-BORDER-CENTER-Z(BORDER-INDEX) = FUNCTION NUMVAL(ARGUMENT-4)
    END-IF
    COMPUTE WORLD-BORDER-RADIUS(BORDER-INDEX) = FUNCTION NUMVAL(ARGUMENT-2)
    *> persist straight away, so the border survives a crash before the
    *> next autosave; players beyond it are pulled in on the next tick
    CALL "World-SaveLevel" USING IO-FAILURE
    PERFORM SHOW-BORDER
    IF IO-FAILURE NOT = 0
        DISPLAY "FAILED: border changed but level.dat could not be written; it is saved with the next autosave"
        SET COMMAND-FAILED TO TRUE
    END-IF.

SHOW-BORDER.
    *> BORDER-INDEX is the dimension tag + 1
    IF BORDER-INDEX = 2
        MOVE "nether" TO BORDER-DIM-NAME
    ELSE
        MOVE "overworld" TO BORDER-DIM-NAME
    END-IF
    IF WORLD-BORDER-RADIUS(BORDER-INDEX) = 0
        DISPLAY "OK: " FUNCTION TRIM(BORDER-DIM-NAME) " border: none"
        EXIT PARAGRAPH
    END-IF
    MOVE WORLD-BORDER-RADIUS(BORDER-INDEX) TO BORDER-RADIUS-DISP
    MOVE WORLD-BORDER-CENTER-X(BORDER-INDEX) TO BORDER-X-DISP
    MOVE WORLD-BORDER-CENTER-Z(BORDER-INDEX) TO BORDER-Z-DISP
    DISPLAY "OK: " FUNCTION TRIM(BORDER-DIM-NAME) " border: radius " FUNCTION TRIM(BORDER-RADIUS-DISP)
        " around " FUNCTION TRIM(BORDER-X-DISP) " " FUNCTION TRIM(BORDER-Z-DISP).

SHOW-USAGE.
    DISPLAY "Commands:"
    DISPLAY "  time set <ticks|day|noon|night|midnight>"
    DISPLAY "  save"
    DISPLAY "  say <message>"
    DISPLAY "  kick <name> [reason]"
    DISPLAY "  mail <name> <message>"
    DISPLAY "  list"
    DISPLAY "  status"
    DISPLAY "  border [overworld|nether <radius> [<x> <z>]]"
    DISPLAY "  schedule"
    DISPLAY "  help".

VALIDATE-NUMBER.
    INSPECT VALIDATE-TOKEN TALLYING DIGIT-COUNT FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4" ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
    COMPUTE OTHER-COUNT = FUNCTION STORED-CHAR-LENGTH(VALIDATE-TOKEN) - DIGIT-COUNT.

VALIDATE-SIGNED-NUMBER.
    *> as VALIDATE-NUMBER, but a leading minus sign is allowed
    IF VALIDATE-TOKEN(1:1) = "-"
        MOVE VALIDATE-TOKEN(2:) TO UNSIGNED-TOKEN
        MOVE UNSIGNED-TOKEN TO VALIDATE-TOKEN
    END-IF
    PERFORM VALIDATE-NUMBER.

END PROGRAM Console-HandleCommand.
