    MOVE 1 TO NBT-ENCODER-OFFSET
    CALL "NbtEncode-RootCompound" USING NBT-ENCODER-STATE NBT-BUFFER

    *> time players have spent near the chunk; written ahead of the
    *> position so World-LoadChunk's first pass picks it up on the way
    MOVE "InhabitedTime" TO TAG-NAME
    MOVE 13 TO NAME-LEN
    CALL "NbtEncode-Long" USING NBT-ENCODER-STATE NBT-BUFFER TAG-NAME NAME-LEN WORLD-CHUNK-INHABITED(LK-CHUNK-INDEX)

    *> chunk position
    MOVE 4 TO NAME-LEN
    MOVE "xPos" TO TAG-NAME
    01 NBT-BUFFER-LENGTH        BINARY-LONG UNSIGNED.
    *> Temporary variables
    01 SEEK-FOUND               BINARY-LONG UNSIGNED.
    01 LOADED-INHABITED         BINARY-DOUBLE.
    COPY DD-NBT-DECODER REPLACING LEADING ==NBT-DECODER== BY ==NBT-SEEK==.
    COPY DD-NBT-DECODER REPLACING LEADING ==NBT-DECODER== BY ==NBT-BLOCK-STATES==.
    COPY DD-NBT-DECODER REPLACING LEADING ==NBT-DECODER== BY ==NBT-SECTION==.

    *> Do a first pass to get the chunk X, Z, and Y values.
    *> The way we write NBT, they should come before any larger pieces of data, but this is not strictly guaranteed.
    *> InhabitedTime is read on the way if it comes first, as this server
    *> writes it; a chunk without it (or with it further on) starts at 0.
    MOVE NBT-DECODER-STATE TO NBT-SEEK-STATE
    MOVE 0 TO SEEK-FOUND
    MOVE 0 TO LOADED-INHABITED
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-SEEK-STATE NBT-BUFFER AT-END TAG-NAME NAME-LEN
        IF AT-END > 0
            EXIT PERFORM
        END-IF
        EVALUATE TAG-NAME(1:NAME-LEN)
            WHEN "InhabitedTime"
                CALL "NbtDecode-Long" USING NBT-SEEK-STATE NBT-BUFFER LOADED-INHABITED
            WHEN "xPos"
                CALL "NbtDecode-Int" USING NBT-SEEK-STATE NBT-BUFFER CHUNK-X
                ADD 1 TO SEEK-FOUND
        MOVE 1 TO LK-FAILURE
        GOBACK
    END-IF
    MOVE LOADED-INHABITED TO WORLD-CHUNK-INHABITED(CHUNK-INDEX)

    *> Skip ahead until we find the sections tag.
    MOVE "sections" TO EXPECTED-TAG
DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 OUTSIDE-BORDER       BINARY-CHAR UNSIGNED.
    *> World data
    COPY DD-WORLD.
LINKAGE SECTION.
    *> not found, load or generate
    CALL "World-LoadChunk" USING LK-CHUNK-X LK-CHUNK-Z IO-FAILURE LK-DIMENSION
    IF IO-FAILURE NOT = 0
        *> nothing new is generated beyond the world border; a chunk there
        *> that already exists on disk still loads above
        CALL "World-CheckChunkBorder" USING LK-CHUNK-X LK-CHUNK-Z OUTSIDE-BORDER LK-DIMENSION
        IF OUTSIDE-BORDER > 0
            MOVE 0 TO LK-CHUNK-INDEX
            GOBACK
        END-IF
        DISPLAY "Generating chunk: " LK-CHUNK-X " " LK-CHUNK-Z " dimension " LK-DIMENSION
        MOVE 0 TO IO-FAILURE
        CALL "World-GenerateChunk" USING LK-CHUNK-X LK-CHUNK-Z LK-DIMENSION
    MOVE 4 TO NAME-LEN
    CALL "NbtEncode-Long" USING NBT-ENCODER-STATE NBT-BUFFER TAG-NAME NAME-LEN WORLD-SEED

    *> "BorderX"/"BorderZ"/"BorderRadius" and their "Nether" twins: the
    *> world border of each dimension
    MOVE "BorderX" TO TAG-NAME
    MOVE 7 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER TAG-NAME NAME-LEN WORLD-BORDER-CENTER-X(1)
    MOVE "BorderZ" TO TAG-NAME
    MOVE 7 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER TAG-NAME NAME-LEN WORLD-BORDER-CENTER-Z(1)
    MOVE "BorderRadius" TO TAG-NAME
    MOVE 12 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER TAG-NAME NAME-LEN WORLD-BORDER-RADIUS(1)
    MOVE "NetherBorderX" TO TAG-NAME
    MOVE 13 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER TAG-NAME NAME-LEN WORLD-BORDER-CENTER-X(2)
    MOVE "NetherBorderZ" TO TAG-NAME
    MOVE 13 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER TAG-NAME NAME-LEN WORLD-BORDER-CENTER-Z(2)
    MOVE "NetherBorderRadius" TO TAG-NAME
    MOVE 18 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER TAG-NAME NAME-LEN WORLD-BORDER-RADIUS(2)

    *> "raining"/"rainTime"/"thundering"/"thunderTime": weather state
    MOVE "raining" TO TAG-NAME
    MOVE 7 TO NAME-LEN
    *> Seed 0 keeps a pre-seed world's terrain; a brand-new world gets a
    *> real seed picked in World-Load once the load here has failed.
    MOVE 0 TO WORLD-SEED
    *> no border unless level.dat sets one
    INITIALIZE WORLD-BORDER(1)
    INITIALIZE WORLD-BORDER(2)

    *> Read the file
    CALL "Files-ReadAll" USING LEVEL-FILE-NAME NBT-BUFFER NBT-BUFFER-LENGTH LK-FAILURE
                CALL "NbtDecode-Long" USING NBT-DECODER-STATE NBT-BUFFER WORLD-TIME
            WHEN "Seed"
                CALL "NbtDecode-Long" USING NBT-DECODER-STATE NBT-BUFFER WORLD-SEED
            WHEN "BorderX"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER WORLD-BORDER-CENTER-X(1)
            WHEN "BorderZ"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER WORLD-BORDER-CENTER-Z(1)
            WHEN "BorderRadius"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER WORLD-BORDER-RADIUS(1)
            WHEN "NetherBorderX"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER WORLD-BORDER-CENTER-X(2)
            WHEN "NetherBorderZ"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER WORLD-BORDER-CENTER-Z(2)
            WHEN "NetherBorderRadius"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER WORLD-BORDER-RADIUS(2)
            WHEN "raining"
                CALL "NbtDecode-Byte" USING NBT-DECODER-STATE NBT-BUFFER WORLD-RAINING
            WHEN "rainTime"
*> (once PLAYER-UUID is known): a successful load overwrites the default
*> spawn position/dimension with where the player last was. A failure just
*> means "no saved data" (e.g. a first-time player) and leaves the row as
*> the caller populated it. Either way the join is then recorded in the
*> session ledger with the position and dimension the player enters at.
*> Mail queued for the player is delivered later, by Mail-DeliverPending,
*> once the client has reached the play state.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-LoadPlayer.

    01 STR-VALUE            PIC X(256).
    01 STR-LEN              BINARY-LONG UNSIGNED.
    01 AT-END               BINARY-CHAR UNSIGNED.
    *> Session ledger record for the join
    01 LEDGER-EVENT         PIC X(8)                VALUE "join".
    01 LEDGER-REASON        PIC X(256)              VALUE SPACES.
    *> Player data
    COPY DD-PLAYERS.
LOCAL-STORAGE SECTION.
    01 LK-FAILURE           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-INDEX LK-FAILURE.
    PERFORM RESTORE-PLAYER
    CALL "Session-Log" USING LEDGER-EVENT PLAYER-UUID(LK-PLAYER-INDEX) PLAYER-NAME(LK-PLAYER-INDEX) LEDGER-REASON LK-PLAYER-INDEX
    GOBACK.

RESTORE-PLAYER.
    MOVE 0 TO LK-FAILURE

    CALL "UuidToHex" USING PLAYER-UUID(LK-PLAYER-INDEX) UUID-HEX
    CALL "Files-ReadAll" USING PLAYER-FILE-NAME NBT-BUFFER NBT-BUFFER-LENGTH LK-FAILURE
    IF LK-FAILURE NOT = 0 OR NBT-BUFFER-LENGTH = 0
        MOVE 1 TO LK-FAILURE
        EXIT PARAGRAPH
    END-IF

    *> Check for the gzip magic number, and decompress if present
        CALL "GzipDecompress" USING COMPRESSED-BUFFER COMPRESSED-LENGTH NBT-BUFFER NBT-BUFFER-LENGTH GIVING ERRNO
        IF ERRNO NOT = 0
            MOVE 1 TO LK-FAILURE
            EXIT PARAGRAPH
        END-IF
    END-IF

    END-PERFORM

    *> end root tag
    CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE NBT-BUFFER.

END PROGRAM World-LoadPlayer.

    01 CHUNK-INDEX          BINARY-LONG UNSIGNED.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 SEED-ARGUMENT        PIC X(32).
    *> Session ledger start marker
    01 LEDGER-EVENT         PIC X(8)                VALUE "start".
    01 LEDGER-UUID          PIC X(16)               VALUE SPACES.
    01 LEDGER-NAME          PIC X(16)               VALUE SPACES.
    01 LEDGER-REASON        PIC X(256)              VALUE SPACES.
    01 LEDGER-NO-ROW        BINARY-LONG UNSIGNED    VALUE 0.
    *> World data
    COPY DD-WORLD.
LINKAGE SECTION.
        DISPLAY "World seed: " WORLD-SEED
    END-IF

    *> Mark the server start in the session ledger: any session the
    *> ledger still shows open ended when the previous run stopped
    CALL "Session-Log" USING LEDGER-EVENT LEDGER-UUID LEDGER-NAME LEDGER-REASON LEDGER-NO-ROW

    *> Mark all chunks as absent
    PERFORM VARYING CHUNK-INDEX FROM 1 BY 1 UNTIL CHUNK-INDEX > WORLD-CHUNK-COUNT
        MOVE 0 TO WORLD-CHUNK-PRESENT(CHUNK-INDEX)
*> Ensures every chunk within LK-RADIUS chunks of the spawn origin is loaded
*> or generated, then saves the world. Meant to be run to completion before
*> the server opens its listening socket to players, so nobody sees chunks
*> being generated in real time near spawn. The square is clamped to the
*> dimension's world border: chunks wholly beyond it are not visited.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-PregenerateSpawn.

    01 CHUNK-X              BINARY-LONG.
    01 CHUNK-Z              BINARY-LONG.
    01 CHUNK-INDEX          BINARY-LONG UNSIGNED.
    *> Chunk range actually visited, after clamping to the border
    01 BORDER-INDEX         BINARY-LONG UNSIGNED.
    01 BORDER-EDGE          BINARY-LONG.
    01 BORDER-CHUNK         BINARY-LONG.
    01 FIRST-CHUNK-X        BINARY-LONG.
    01 LAST-CHUNK-X         BINARY-LONG.
    01 FIRST-CHUNK-Z        BINARY-LONG.
    01 LAST-CHUNK-Z         BINARY-LONG.
    *> World data (dimension constants and the world border)
    COPY DD-WORLD.
LINKAGE SECTION.
    01 LK-RADIUS            BINARY-LONG UNSIGNED.
    MOVE 0 TO LK-FAILURE
    MOVE LK-RADIUS TO RADIUS
    COMPUTE NEGATIVE-RADIUS = 0 - RADIUS
    MOVE NEGATIVE-RADIUS TO FIRST-CHUNK-X FIRST-CHUNK-Z
    MOVE RADIUS TO LAST-CHUNK-X LAST-CHUNK-Z

    MOVE 1 TO BORDER-INDEX
    IF LK-DIMENSION = WORLD-DIMENSION-NETHER
        MOVE 2 TO BORDER-INDEX
    END-IF
    IF WORLD-BORDER-RADIUS(BORDER-INDEX) > 0
        COMPUTE BORDER-EDGE = WORLD-BORDER-CENTER-X(BORDER-INDEX) - WORLD-BORDER-RADIUS(BORDER-INDEX)
        DIVIDE BORDER-EDGE BY 16 GIVING BORDER-CHUNK ROUNDED MODE IS TOWARD-LESSER
        MOVE FUNCTION MAX(FIRST-CHUNK-X, BORDER-CHUNK) TO FIRST-CHUNK-X
        COMPUTE BORDER-EDGE = WORLD-BORDER-CENTER-X(BORDER-INDEX) + WORLD-BORDER-RADIUS(BORDER-INDEX)
        DIVIDE BORDER-EDGE BY 16 GIVING BORDER-CHUNK ROUNDED MODE IS TOWARD-LESSER
        MOVE FUNCTION MIN(LAST-CHUNK-X, BORDER-CHUNK) TO LAST-CHUNK-X
        COMPUTE BORDER-EDGE = WORLD-BORDER-CENTER-Z(BORDER-INDEX) - WORLD-BORDER-RADIUS(BORDER-INDEX)
        DIVIDE BORDER-EDGE BY 16 GIVING BORDER-CHUNK ROUNDED MODE IS TOWARD-LESSER
        MOVE FUNCTION MAX(FIRST-CHUNK-Z, BORDER-CHUNK) TO FIRST-CHUNK-Z
        COMPUTE BORDER-EDGE = WORLD-BORDER-CENTER-Z(BORDER-INDEX) + WORLD-BORDER-RADIUS(BORDER-INDEX)
        DIVIDE BORDER-EDGE BY 16 GIVING BORDER-CHUNK ROUNDED MODE IS TOWARD-LESSER
        MOVE FUNCTION MIN(LAST-CHUNK-Z, BORDER-CHUNK) TO LAST-CHUNK-Z
        IF FIRST-CHUNK-X > NEGATIVE-RADIUS OR LAST-CHUNK-X < RADIUS OR FIRST-CHUNK-Z > NEGATIVE-RADIUS OR LAST-CHUNK-Z < RADIUS
            DISPLAY "Pregeneration radius " RADIUS " clamped to the world border of dimension " LK-DIMENSION
        END-IF
    END-IF

    PERFORM VARYING CHUNK-Z FROM FIRST-CHUNK-Z BY 1 UNTIL CHUNK-Z > LAST-CHUNK-Z
        PERFORM VARYING CHUNK-X FROM FIRST-CHUNK-X BY 1 UNTIL CHUNK-X > LAST-CHUNK-X
            CALL "World-EnsureChunk" USING CHUNK-X CHUNK-Z CHUNK-INDEX LK-DIMENSION
        END-PERFORM
    END-PERFORM
*> ahead of them) so an old caller passing only LK-POSITION/LK-RESULT still
*> binds correctly and simply gets the overworld's own range, the same
*> "append, never insert" rule the other dimension-aware programs follow.
*> Besides the build height, a position outside the dimension's world
*> border (see DD-WORLD) is out of bounds, so block edits, scheduled ticks
*> and mob wandering all stop at the border.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-CheckBounds.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 BORDER-INDEX         BINARY-LONG UNSIGNED.
    COPY DD-WORLD.
LINKAGE SECTION.
    01 LK-POSITION.
            MOVE 1 TO LK-RESULT
        END-IF
    END-IF
    MOVE 1 TO BORDER-INDEX
    IF LK-DIMENSION = WORLD-DIMENSION-NETHER
        MOVE 2 TO BORDER-INDEX
    END-IF
    IF WORLD-BORDER-RADIUS(BORDER-INDEX) > 0
        IF FUNCTION ABS(LK-X - WORLD-BORDER-CENTER-X(BORDER-INDEX)) > WORLD-BORDER-RADIUS(BORDER-INDEX)
                OR FUNCTION ABS(LK-Z - WORLD-BORDER-CENTER-Z(BORDER-INDEX)) > WORLD-BORDER-RADIUS(BORDER-INDEX)
            MOVE 1 TO LK-RESULT
        END-IF
    END-IF
    GOBACK.

END PROGRAM World-CheckBounds.

*> --- World-CheckChunkBorder ---
*> Sets LK-RESULT to 1 when the chunk lies wholly outside the dimension's
*> world border, i.e. not one of its columns is inside it. A chunk the
*> border cuts through is inside: its inner columns are playable.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-CheckChunkBorder.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 BORDER-INDEX         BINARY-LONG UNSIGNED.
    01 CHUNK-MIN-X          BINARY-LONG.
    01 CHUNK-MIN-Z          BINARY-LONG.
    COPY DD-WORLD.
LINKAGE SECTION.
    01 LK-CHUNK-X           BINARY-LONG.
    01 LK-CHUNK-Z           BINARY-LONG.
    01 LK-RESULT            BINARY-CHAR UNSIGNED.
    01 LK-DIMENSION         BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CHUNK-X LK-CHUNK-Z LK-RESULT LK-DIMENSION.
    MOVE 0 TO LK-RESULT
    MOVE 1 TO BORDER-INDEX
    IF LK-DIMENSION = WORLD-DIMENSION-NETHER
        MOVE 2 TO BORDER-INDEX
    END-IF
    IF WORLD-BORDER-RADIUS(BORDER-INDEX) = 0
        GOBACK
    END-IF
    COMPUTE CHUNK-MIN-X = LK-CHUNK-X * 16
    COMPUTE CHUNK-MIN-Z = LK-CHUNK-Z * 16
    IF CHUNK-MIN-X + 15 < WORLD-BORDER-CENTER-X(BORDER-INDEX) - WORLD-BORDER-RADIUS(BORDER-INDEX)
            OR CHUNK-MIN-X > WORLD-BORDER-CENTER-X(BORDER-INDEX) + WORLD-BORDER-RADIUS(BORDER-INDEX)
            OR CHUNK-MIN-Z + 15 < WORLD-BORDER-CENTER-Z(BORDER-INDEX) - WORLD-BORDER-RADIUS(BORDER-INDEX)
            OR CHUNK-MIN-Z > WORLD-BORDER-CENTER-Z(BORDER-INDEX) + WORLD-BORDER-RADIUS(BORDER-INDEX)
        MOVE 1 TO LK-RESULT
    END-IF
    GOBACK.

END PROGRAM World-CheckChunkBorder.

*> --- World-EnforceBorder ---
*> Stops players at the world border: a connected player found beyond
*> their dimension's border is put back on its inside edge and told so.
*> Run once a tick from World-UpdateAge, after whatever movement the
*> clients reported, so nobody gets further than one tick's travel past
*> the border - and never far enough to have chunks generated there,
*> which World-EnsureChunk refuses anyway.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-EnforceBorder.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 PLAYER-INDEX         BINARY-LONG UNSIGNED.
    01 BORDER-INDEX         BINARY-LONG UNSIGNED.
    01 CLIENT-ID            BINARY-LONG UNSIGNED.
    01 CLAMPED-X            BINARY-LONG.
    01 CLAMPED-Z            BINARY-LONG.
    01 PACKET-ERRNO         PIC 9(3).
    01 BORDER-MESSAGE       PIC X(256)              VALUE "You have reached the world border.".
    COPY DD-WORLD.
    COPY DD-CLIENT-STATES.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    *> One flag per player-table row: set while the player is being held
    *> at the border, so the message goes out once per arrival rather
    *> than on every tick the player pushes against it
    01 AT-BORDER-TABLE.
        02 AT-BORDER        BINARY-CHAR UNSIGNED    OCCURS MAX-PLAYERS TIMES VALUE 0.

PROCEDURE DIVISION.
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) = 0
            MOVE 0 TO AT-BORDER(PLAYER-INDEX)
            EXIT PERFORM CYCLE
        END-IF
        MOVE 1 TO BORDER-INDEX
        IF PLAYER-DIMENSION(PLAYER-INDEX) = WORLD-DIMENSION-NETHER
            MOVE 2 TO BORDER-INDEX
        END-IF
        IF WORLD-BORDER-RADIUS(BORDER-INDEX) = 0
            MOVE 0 TO AT-BORDER(PLAYER-INDEX)
            EXIT PERFORM CYCLE
        END-IF
        COMPUTE CLAMPED-X = FUNCTION MAX(WORLD-BORDER-CENTER-X(BORDER-INDEX) - WORLD-BORDER-RADIUS(BORDER-INDEX),
            FUNCTION MIN(WORLD-BORDER-CENTER-X(BORDER-INDEX) + WORLD-BORDER-RADIUS(BORDER-INDEX), PLAYER-X(PLAYER-INDEX)))
        COMPUTE CLAMPED-Z = FUNCTION MAX(WORLD-BORDER-CENTER-Z(BORDER-INDEX) - WORLD-BORDER-RADIUS(BORDER-INDEX),
            FUNCTION MIN(WORLD-BORDER-CENTER-Z(BORDER-INDEX) + WORLD-BORDER-RADIUS(BORDER-INDEX), PLAYER-Z(PLAYER-INDEX)))
        IF CLAMPED-X = PLAYER-X(PLAYER-INDEX) AND CLAMPED-Z = PLAYER-Z(PLAYER-INDEX)
            MOVE 0 TO AT-BORDER(PLAYER-INDEX)
            EXIT PERFORM CYCLE
        END-IF
        MOVE CLAMPED-X TO PLAYER-X(PLAYER-INDEX)
        MOVE CLAMPED-Z TO PLAYER-Z(PLAYER-INDEX)
        MOVE PLAYER-CLIENT(PLAYER-INDEX) TO CLIENT-ID
        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            CALL "SendPacket-SyncPlayerPosition" USING CLIENT-HNDL(CLIENT-ID) PACKET-ERRNO PLAYER-X(PLAYER-INDEX) PLAYER-Y(PLAYER-INDEX) PLAYER-Z(PLAYER-INDEX)
            IF AT-BORDER(PLAYER-INDEX) = 0
                CALL "SendPacket-SystemChat" USING CLIENT-HNDL(CLIENT-ID) PACKET-ERRNO BORDER-MESSAGE
            END-IF
        END-IF
        MOVE 1 TO AT-BORDER(PLAYER-INDEX)
    END-PERFORM
    GOBACK.

END PROGRAM World-EnforceBorder.

*> --- World-GetBlock ---
IDENTIFICATION DIVISION.
PROGRAM-ID. World-GetBlock.
    01 NOTIFY-PLAYER-INDEX  BINARY-LONG UNSIGNED.
    01 NOTIFY-DIMENSION     BINARY-CHAR UNSIGNED.
    *> Block-change audit journal (append-only, one line per accepted change)
    01 JOURNAL-LINE         PIC X(256).
    01 JOURNAL-LINE-LENGTH  BINARY-LONG UNSIGNED.
    01 JOURNAL-PLAYER-NAME  PIC X(16).
        02 TICK-X               BINARY-LONG.
        02 TICK-Y               BINARY-LONG.
        02 TICK-Z               BINARY-LONG.
    *> Land-claim check for player edits
    01 CLAIM-ACTION         PIC X(16)                       VALUE "block".
    01 CLAIM-ALLOWED        BINARY-CHAR UNSIGNED.
    *> Journal name for a batch job's client 0 changes
    COPY DD-JOURNAL-ACTOR.
LINKAGE SECTION.
    *> The client that performed the action, to avoid playing sounds/particles for them
    01 LK-CLIENT            BINARY-LONG UNSIGNED.
        GOBACK
    END-IF

    *> A player edit inside a land claim must come from the claim's owner
    *> or a trusted player (Claims-Check logs every refusal). A refused
    *> edit changes nothing; the acting client is sent the block it still
    *> has, so its predicted break or placement is undone on screen.
    *> Client 0 (rollbacks, block physics) is never checked.
    IF LK-CLIENT > 0
        CALL "Claims-Check" USING LK-CLIENT LK-POSITION LK-DIMENSION CLAIM-ACTION CLAIM-ALLOWED
        IF CLAIM-ALLOWED = 0
            CALL "SendPacket-BlockUpdate" USING LK-CLIENT LK-POSITION PREVIOUS-BLOCK-ID
            GOBACK
        END-IF
    END-IF

    *> Check whether the block is becoming air or non-air
    EVALUATE TRUE
        WHEN LK-BLOCK-ID = 0
    *> not undo or block the actual block change.
    *> Client 0 marks a server-initiated change (rollbacks, block physics);
    *> matching it against the player table would hit a free slot, so the
    *> name is only looked up for a real client and stays blank otherwise,
    *> unless the batch job making the change has named itself in
    *> JOURNAL-ACTOR.
    MOVE SPACES TO JOURNAL-PLAYER-NAME
    IF LK-CLIENT > 0
        PERFORM VARYING JOURNAL-PLAYER-INDEX FROM 1 BY 1 UNTIL JOURNAL-PLAYER-INDEX > MAX-PLAYERS
                EXIT PERFORM
            END-IF
        END-PERFORM
    ELSE
        IF JOURNAL-ACTOR NOT = SPACES AND JOURNAL-ACTOR NOT = LOW-VALUES
            MOVE JOURNAL-ACTOR TO JOURNAL-PLAYER-NAME
        END-IF
    END-IF
    MOVE WORLD-AGE TO EDIT-AGE
    MOVE LK-CLIENT TO EDIT-CLIENT
        *> line layout keep working
        " dim=" DELIMITED BY SIZE
        FUNCTION TRIM(EDIT-DIMENSION) DELIMITED BY SIZE
        INTO JOURNAL-LINE
    END-STRING
    MOVE FUNCTION STORED-CHAR-LENGTH(JOURNAL-LINE) TO JOURNAL-LINE-LENGTH
    *> sealed with its checksum-chain link and appended by Journal-Append
    CALL "Journal-Append" USING JOURNAL-LINE JOURNAL-LINE-LENGTH JOURNAL-FAILURE
    IF JOURNAL-FAILURE NOT = 0
        DISPLAY "WARNING: failed to append block-change journal entry for pos=" LK-X "," LK-Y "," LK-Z " - audit trail may be incomplete"
    END-IF
    01 PREVIOUS-DATA        PIC X(2048).
    01 PREVIOUS-DATA-LENGTH BINARY-LONG UNSIGNED.
    01 JOURNAL-DATA         PIC X(2048).
    *> Land-claim check for player edits
    01 CLAIM-ACTION         PIC X(16)                       VALUE "container".
    01 CLAIM-ALLOWED        BINARY-CHAR UNSIGNED.
    01 CLAIM-MESSAGE        PIC X(256)              VALUE "That container is inside a land claim you are not trusted on; nothing was changed.".
    01 PACKET-ERRNO         PIC 9(3).
    *> Overflow counters for the health snapshot
    COPY DD-HEALTH.
LINKAGE SECTION.
    *> parameters (not inserted ahead of them), the same "append, never
    *> insert" rule World-CheckBounds follows.
    01 LK-CLIENT            BINARY-LONG UNSIGNED.
    *> Optional, appended under the same rule: 1 when the payload was
    *> stored, 0 when it was not (claim refusal, no block entity, or a
    *> payload that had to be dropped), so a caller that has already
    *> moved items out of the player's inventory can put them back.
    01 LK-RESULT            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-DATA LK-DATA-LENGTH LK-DIMENSION LK-CLIENT LK-RESULT.
    IF ADDRESS OF LK-RESULT NOT = NULL
        MOVE 0 TO LK-RESULT
    END-IF
    *> Find the chunk and block indices
    DIVIDE LK-X BY 16 GIVING CHUNK-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE LK-Z BY 16 GIVING CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
        GOBACK
    END-IF

    *> Container contents inside a land claim are protected the same way
    *> its blocks are (see World-SetBlock); client 0 is never checked. A
    *> refusal leaves LK-RESULT at 0 and tells the acting client why, the
    *> way World-SetBlock resyncs a refused block edit.
    IF LK-CLIENT > 0
        CALL "Claims-Check" USING LK-CLIENT LK-POSITION LK-DIMENSION CLAIM-ACTION CLAIM-ALLOWED
        IF CLAIM-ALLOWED = 0
            IF CLIENT-PRESENT(LK-CLIENT) = 1 AND CLIENT-STATE(LK-CLIENT) = CLIENT-STATE-PLAY
                CALL "SendPacket-SystemChat" USING CLIENT-HNDL(LK-CLIENT) PACKET-ERRNO CLAIM-MESSAGE
            END-IF
            GOBACK
        END-IF
    END-IF

    *> Too big to keep intact - drop it rather than persist a truncated,
    *> structurally-broken NBT fragment back out on the next save. Checked
    *> before a slot is claimed so a dropped update doesn't leak a slot.
    MOVE LK-DATA-LENGTH TO WORLD-BLOCK-ENTITY-DATA-LENGTH(CHUNK-INDEX, ENTITY-DATA-SLOT)
    MOVE LK-DATA(1:WORLD-BLOCK-ENTITY-DATA-LENGTH(CHUNK-INDEX, ENTITY-DATA-SLOT)) TO WORLD-BLOCK-ENTITY-DATA(CHUNK-INDEX, ENTITY-DATA-SLOT)
    MOVE 1 TO WORLD-CHUNK-DIRTY(CHUNK-INDEX)
    IF ADDRESS OF LK-RESULT NOT = NULL
        MOVE 1 TO LK-RESULT
    END-IF

    *> Journal the transaction (who, where, payload before and after),
    *> so container contents have the same audit trail block swaps do.

END PROGRAM World-ProcessMobTicks.

*> --- World-UpdateInhabited ---
*> Adds one tick to the inhabited time of every loaded chunk within some
*> connected player's view distance (in the player's own dimension,
*> falling back to C-DEFAULT-VIEW-DISTANCE for a player that hasn't sent
*> a Client Settings packet yet, as World-AllocateChunk does). A chunk
*> nobody edits is never dirty, so the counter would otherwise never
*> reach disk; every C-INHABITED-SAVE-STEP ticks of it marks the chunk
*> dirty, so a visit costs at most that much uncounted time.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-UpdateInhabited.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 C-DEFAULT-VIEW-DISTANCE BINARY-LONG UNSIGNED VALUE 10.
    01 C-INHABITED-SAVE-STEP BINARY-LONG UNSIGNED   VALUE 200.
    01 CHUNK-INDEX          BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX         BINARY-LONG UNSIGNED.
    01 PLAYERS-ONLINE       BINARY-LONG UNSIGNED.
    01 PLAYER-VIEW          BINARY-LONG UNSIGNED.
    01 PLAYER-CHUNK-X       BINARY-LONG.
    01 PLAYER-CHUNK-Z       BINARY-LONG.
    COPY DD-WORLD.
    COPY DD-PLAYERS.

PROCEDURE DIVISION.
    MOVE 0 TO PLAYERS-ONLINE
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            ADD 1 TO PLAYERS-ONLINE
        END-IF
    END-PERFORM
    IF PLAYERS-ONLINE = 0
        GOBACK
    END-IF
    PERFORM VARYING CHUNK-INDEX FROM 1 BY 1 UNTIL CHUNK-INDEX > WORLD-CHUNK-COUNT
        IF WORLD-CHUNK-PRESENT(CHUNK-INDEX) = 0
            EXIT PERFORM CYCLE
        END-IF
        PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
            IF PLAYER-CLIENT(PLAYER-INDEX) > 0 AND PLAYER-DIMENSION(PLAYER-INDEX) = WORLD-CHUNK-DIMENSION(CHUNK-INDEX)
                MOVE C-DEFAULT-VIEW-DISTANCE TO PLAYER-VIEW
                IF PLAYER-VIEW-DISTANCE(PLAYER-INDEX) > 0
                    MOVE PLAYER-VIEW-DISTANCE(PLAYER-INDEX) TO PLAYER-VIEW
                END-IF
                DIVIDE PLAYER-X(PLAYER-INDEX) BY 16 GIVING PLAYER-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
                DIVIDE PLAYER-Z(PLAYER-INDEX) BY 16 GIVING PLAYER-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
                IF FUNCTION ABS(WORLD-CHUNK-X(CHUNK-INDEX) - PLAYER-CHUNK-X) <= PLAYER-VIEW
                        AND FUNCTION ABS(WORLD-CHUNK-Z(CHUNK-INDEX) - PLAYER-CHUNK-Z) <= PLAYER-VIEW
                    ADD 1 TO WORLD-CHUNK-INHABITED(CHUNK-INDEX)
                    IF FUNCTION MOD(WORLD-CHUNK-INHABITED(CHUNK-INDEX), C-INHABITED-SAVE-STEP) = 0
                        MOVE 1 TO WORLD-CHUNK-DIRTY(CHUNK-INDEX)
                    END-IF
                    EXIT PERFORM
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    GOBACK.

END PROGRAM World-UpdateInhabited.

*> --- World-GetAge ---
IDENTIFICATION DIVISION.
PROGRAM-ID. World-GetAge.
    CALL "World-ProcessRandomTicks"
    *> let the animals wander
    CALL "World-ProcessMobTicks"
    *> count the tick towards every chunk a player can see
    CALL "World-UpdateInhabited"
    *> hold players inside the world border
    CALL "World-EnforceBorder"
    *> close the ledger session of every player who has gone since the
    *> previous tick
    CALL "Session-DetectLeaves"
    *> deliver queued mail to every player who has reached the play state
    *> since the previous tick
    CALL "Mail-DeliverPending"
    *> bring the light of every chunk edited this tick up to date - once
    *> per chunk, no matter how many edits the tick made to it
    PERFORM VARYING CHUNK-INDEX FROM 1 BY 1 UNTIL CHUNK-INDEX > WORLD-CHUNK-COUNT
            DISPLAY "WARNING: autosave failed at age " WORLD-AGE "; world changes since the previous save are not on disk"
        END-IF
    END-IF
    *> run the operator's scheduled commands that have come due, last,
    *> so they act on the finished tick just as a typed command would
    CALL "Schedule-Tick"
    GOBACK.

END PROGRAM World-UpdateAge.
