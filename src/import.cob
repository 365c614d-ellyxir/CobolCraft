*> --- Import-Structure ---
*> Offline batch job that places a structure written by Export-Structure
*> at a new origin, in either dimension. Usage:
*>
*>     import <name> <overworld|nether> <x> <y> <z> [apply]
*>
*> <x> <y> <z> is where the structure's minimum corner goes. Without
*> "apply" nothing is changed: the job reports how many blocks would
*> change, how many non-air blocks would be overwritten, how many block
*> entities would be displaced and how much of the box lies in chunks
*> not generated yet (Trim-Chunks' report-only default). With "apply"
*> every block goes through World-SetBlock and every block entity
*> payload through World-SetBlockEntityData, as client 0 under the
*> journal name "import-<name>" (see DD-JOURNAL-ACTOR), so the whole
*> import can be undone with the rollback command it prints. Air in the
*> structure is placed too: the box ends up exactly as exported.
*>
*> The file is refused before anything is touched when its checksum does
*> not match, when a block state or block entity type is unknown to this
*> server, when any part of the box would be outside the build height
*> or the target dimension's world border, or when it would journal more
*> edits or container records than Rollback-BlockChanges can undo in one
*> run (the dry run applies the same check). Run it with the server
*> stopped, the way Rollback-BlockChanges is run.
IDENTIFICATION DIVISION.
PROGRAM-ID. Import-Structure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    *> The limits Export-Structure writes within
    78 STRUCTURE-MAX-WIDTH  VALUE 256.
    78 STRUCTURE-MAX-VOLUME VALUE 1048576.
    78 PALETTE-CAPACITY     VALUE 4096.
    78 ENTITY-CAPACITY      VALUE 1024.
    *> Rollback-BlockChanges' table capacities: an import that would
    *> journal more edits or container records than these could not be
    *> undone with the rollback command it prints (every record shares
    *> one world age, so the window cannot be narrowed), and is refused
    78 ROLLBACK-EDIT-CAPACITY VALUE 65536.
    78 ROLLBACK-CONTAINER-CAPACITY VALUE 1024.
    01 JOURNAL-EDIT-ESTIMATE BINARY-LONG UNSIGNED.
    01 JOURNAL-CONTAINER-ESTIMATE BINARY-LONG UNSIGNED.
    01 ENTITY-RESULT        BINARY-CHAR UNSIGNED.
    01 C-MINECRAFT-BLOCK_ENTITY_TYPE PIC X(32) VALUE "minecraft:block_entity_type".
    *> Command-line arguments
    01 COMMAND-ARGS         PIC X(256).
    01 ARG-NAME             PIC X(64).
    01 ARG-DIMENSION        PIC X(32).
    01 ARG-X                PIC X(16).
    01 ARG-Y                PIC X(16).
    01 ARG-Z                PIC X(16).
    01 ARG-APPLY            PIC X(16).
    01 ARG-INDEX            BINARY-LONG UNSIGNED.
    01 STRUCTURE-NAME       PIC X(32).
    *> "import-<name>" has to fit the 16-character journal player field
    *> (DD-JOURNAL-ACTOR) whole, or two imports could share a name and
    *> one rollback would undo both
    78 STRUCTURE-NAME-LIMIT VALUE 9.
    01 NAME-LENGTH          BINARY-LONG UNSIGNED.
    01 NAME-CHAR            PIC X.
    01 NAME-VALID           BINARY-CHAR UNSIGNED.
    01 APPLY-MODE           BINARY-CHAR UNSIGNED.
    01 IMPORT-DIMENSION     BINARY-CHAR UNSIGNED.
    01 IMPORT-DIM-NAME      PIC X(16).
    01 ORIGIN-X             BINARY-LONG.
    01 ORIGIN-Y             BINARY-LONG.
    01 ORIGIN-Z             BINARY-LONG.
    01 FAR-X                BINARY-LONG.
    01 FAR-Y                BINARY-LONG.
    01 FAR-Z                BINARY-LONG.
    01 CORNER-POSITION.
        02 CORNER-X             BINARY-LONG.
        02 CORNER-Y             BINARY-LONG.
        02 CORNER-Z             BINARY-LONG.
    01 OUT-OF-BOUNDS        BINARY-CHAR UNSIGNED.
    *> The structure file, read whole
    01 STRUCTURE-FILE-NAME  PIC X(255).
    01 IN-BUFFER            PIC X(16777216).
    01 IN-LENGTH            BINARY-LONG UNSIGNED.
    01 IN-OFFSET            BINARY-LONG UNSIGNED.
    01 IN-LINE              PIC X(8704).
    01 IN-LINE-LENGTH       BINARY-LONG UNSIGNED.
    01 LINE-NUMBER          BINARY-LONG UNSIGNED.
    01 LINE-AT-END          BINARY-CHAR UNSIGNED.
    01 PARSE-FAILED         BINARY-CHAR UNSIGNED.
    01 LINE-KEYWORD         PIC X(32).
    01 LINE-FIELD           PIC X(64) OCCURS 4 TIMES.
    01 FIELD-INDEX          BINARY-LONG UNSIGNED.
    *> Checksum
    01 CHECKED-LENGTH       BINARY-LONG UNSIGNED.
    01 SCAN-INDEX           BINARY-LONG UNSIGNED.
    01 STORED-CHECKSUM      BINARY-DOUBLE.
    01 FILE-CHECKSUM        BINARY-DOUBLE.
    01 CHECKSUM-TEXT        PIC X(32).
    *> Header
    01 SIZE-X               BINARY-LONG UNSIGNED.
    01 SIZE-Y               BINARY-LONG UNSIGNED.
    01 SIZE-Z               BINARY-LONG UNSIGNED.
    01 BOX-VOLUME           BINARY-LONG UNSIGNED.
    01 SOURCE-TEXT          PIC X(128).
    01 EXPORTED-TEXT        PIC X(128).
    *> Palette, resolved to this server's state ids
    01 PALETTE-COUNT        BINARY-LONG UNSIGNED.
    01 PALETTE-TABLE.
        02 PALETTE-STATE-ID     BINARY-LONG UNSIGNED OCCURS PALETTE-CAPACITY TIMES.
    01 PALETTE-INDEX        BINARY-LONG UNSIGNED.
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==IMPORT-BLOCK==.
    01 BRACKET-OFFSET       BINARY-LONG UNSIGNED.
    01 PROPERTY-TEXT        PIC X(1200).
    01 PROPERTY-TEXT-LENGTH BINARY-LONG UNSIGNED.
    01 PROPERTY-POINTER     BINARY-LONG UNSIGNED.
    01 PROPERTY-PAIR        PIC X(80).
    *> The box, one state id per block, x fastest, then z, then y
    01 BOX-TABLE.
        02 BOX-BLOCK-ID         BINARY-LONG UNSIGNED OCCURS STRUCTURE-MAX-VOLUME TIMES.
    01 BOX-INDEX            BINARY-LONG UNSIGNED.
    01 BOX-FILLED           BINARY-LONG UNSIGNED.
    01 RUN-TOKEN            PIC X(32).
    01 RUN-POINTER          BINARY-LONG UNSIGNED.
    01 RUN-COUNT-TEXT       PIC X(16).
    01 RUN-INDEX-TEXT       PIC X(16).
    01 RUN-LENGTH           BINARY-LONG UNSIGNED.
    01 RUN-PALETTE          BINARY-LONG UNSIGNED.
    01 RUN-STEP             BINARY-LONG UNSIGNED.
    *> Block entities
    01 ENTITY-COUNT         BINARY-LONG UNSIGNED.
    01 ENTITY-TABLE.
        02 ENTITY-ENTRY OCCURS ENTITY-CAPACITY TIMES.
            03 ENTITY-POSITION.
                04 ENTITY-X             BINARY-LONG.
                04 ENTITY-Y             BINARY-LONG.
                04 ENTITY-Z             BINARY-LONG.
            03 ENTITY-TYPE-ID       BINARY-LONG.
            03 ENTITY-DATA-LENGTH   BINARY-LONG UNSIGNED.
            03 ENTITY-DATA          PIC X(2048).
    01 ENTITY-INDEX         BINARY-LONG UNSIGNED.
    01 ENTITY-DX            BINARY-LONG.
    01 ENTITY-DY            BINARY-LONG.
    01 ENTITY-DZ            BINARY-LONG.
    01 ENTITY-TYPE-NAME     PIC X(256).
    01 ENTITY-HEX           PIC X(4200).
    01 ENTITY-HEX-LENGTH    BINARY-LONG UNSIGNED.
    *> Chunk walk
    01 CHUNK-MIN-X          BINARY-LONG.
    01 CHUNK-MIN-Z          BINARY-LONG.
    01 CHUNK-MAX-X          BINARY-LONG.
    01 CHUNK-MAX-Z          BINARY-LONG.
    01 CHUNK-X              BINARY-LONG.
    01 CHUNK-Z              BINARY-LONG.
    01 CHUNK-INDEX          BINARY-LONG UNSIGNED.
    01 COLUMN-MIN-X         BINARY-LONG.
    01 COLUMN-MAX-X         BINARY-LONG.
    01 COLUMN-MIN-Z         BINARY-LONG.
    01 COLUMN-MAX-Z         BINARY-LONG.
    01 COLUMN-BLOCKS        BINARY-LONG UNSIGNED.
    01 BLOCK-POSITION.
        02 BLOCK-X              BINARY-LONG.
        02 BLOCK-Y              BINARY-LONG.
        02 BLOCK-Z              BINARY-LONG.
    01 SECTION-INDEX        BINARY-LONG UNSIGNED.
    01 BLOCK-INDEX          BINARY-LONG UNSIGNED.
    01 BLOCK-IN-CHUNK-INDEX BINARY-LONG UNSIGNED.
    01 CURRENT-BLOCK-ID     BINARY-LONG UNSIGNED.
    *> Tallies
    01 CHANGED-COUNT        BINARY-LONG UNSIGNED.
    01 OVERWRITTEN-COUNT    BINARY-LONG UNSIGNED.
    01 UNCHANGED-COUNT      BINARY-LONG UNSIGNED.
    01 UNGENERATED-COUNT    BINARY-LONG UNSIGNED.
    01 DISPLACED-COUNT      BINARY-LONG UNSIGNED.
    01 FAILED-COUNT         BINARY-LONG UNSIGNED.
    01 ENTITY-PLACED-COUNT  BINARY-LONG UNSIGNED.
    01 ENTITY-FAILED-COUNT  BINARY-LONG UNSIGNED.
    01 IMPORT-CLIENT        BINARY-LONG UNSIGNED    VALUE 0.
    01 IMPORT-AGE           PIC -(18)9.
    01 COUNT-DISP           PIC Z(9)9.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> Journal name for the placements
    COPY DD-JOURNAL-ACTOR.
    *> World data
    COPY DD-WORLD.

PROCEDURE DIVISION.
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE SPACES TO ARG-NAME ARG-DIMENSION ARG-X ARG-Y ARG-Z ARG-APPLY
    UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACES INTO ARG-NAME ARG-DIMENSION ARG-X ARG-Y ARG-Z ARG-APPLY
    PERFORM CHECK-NAME
    IF NAME-VALID = 0 OR ARG-X = SPACES OR ARG-Y = SPACES OR ARG-Z = SPACES
            OR FUNCTION TEST-NUMVAL(ARG-X) NOT = 0 OR FUNCTION TEST-NUMVAL(ARG-Y) NOT = 0 OR FUNCTION TEST-NUMVAL(ARG-Z) NOT = 0
        PERFORM SHOW-USAGE
        GOBACK
    END-IF
    EVALUATE FUNCTION LOWER-CASE(ARG-DIMENSION)
        WHEN "overworld"
            MOVE WORLD-DIMENSION-OVERWORLD TO IMPORT-DIMENSION
        WHEN "nether"
            MOVE WORLD-DIMENSION-NETHER TO IMPORT-DIMENSION
        WHEN OTHER
            PERFORM SHOW-USAGE
            GOBACK
    END-EVALUATE
    MOVE FUNCTION LOWER-CASE(ARG-DIMENSION) TO IMPORT-DIM-NAME
    EVALUATE FUNCTION LOWER-CASE(ARG-APPLY)
        WHEN SPACES
            MOVE 0 TO APPLY-MODE
        WHEN "apply"
            MOVE 1 TO APPLY-MODE
        WHEN OTHER
            PERFORM SHOW-USAGE
            GOBACK
    END-EVALUATE
    COMPUTE ORIGIN-X = FUNCTION NUMVAL(ARG-X)
    COMPUTE ORIGIN-Y = FUNCTION NUMVAL(ARG-Y)
    COMPUTE ORIGIN-Z = FUNCTION NUMVAL(ARG-Z)

    *> Read and check the whole file before touching the world
    MOVE SPACES TO STRUCTURE-FILE-NAME
    STRING "save/structures/" FUNCTION TRIM(STRUCTURE-NAME) ".txt" DELIMITED BY SIZE INTO STRUCTURE-FILE-NAME
    CALL "Files-ReadAll" USING STRUCTURE-FILE-NAME IN-BUFFER IN-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR IN-LENGTH = 0
        DISPLAY "ERROR: could not read " FUNCTION TRIM(STRUCTURE-FILE-NAME)
        GOBACK
    END-IF
    IF IN-LENGTH >= LENGTH OF IN-BUFFER
        DISPLAY "ERROR: " FUNCTION TRIM(STRUCTURE-FILE-NAME) " is larger than any structure Export-Structure writes"
        GOBACK
    END-IF
    MOVE 0 TO PARSE-FAILED
    PERFORM VERIFY-CHECKSUM
    IF PARSE-FAILED = 0
        PERFORM PARSE-HEADER
    END-IF
    IF PARSE-FAILED = 0
        PERFORM PARSE-PALETTE
    END-IF
    IF PARSE-FAILED = 0
        PERFORM PARSE-BLOCKS
    END-IF
    IF PARSE-FAILED = 0
        PERFORM PARSE-ENTITIES
    END-IF
    IF PARSE-FAILED > 0
        DISPLAY "Nothing has been changed."
        GOBACK
    END-IF

    *> The target box must be inside the build height and the border;
    *> both are boxes themselves, so the two far corners decide it
    CALL "World-LoadLevel" USING IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "ERROR: unable to read save/level.dat, so the world border and age are unknown. Nothing has been changed."
        GOBACK
    END-IF
    COMPUTE FAR-X = ORIGIN-X + SIZE-X - 1
    COMPUTE FAR-Y = ORIGIN-Y + SIZE-Y - 1
    COMPUTE FAR-Z = ORIGIN-Z + SIZE-Z - 1
    MOVE ORIGIN-X TO CORNER-X
    MOVE ORIGIN-Y TO CORNER-Y
    MOVE ORIGIN-Z TO CORNER-Z
    CALL "World-CheckBounds" USING CORNER-POSITION OUT-OF-BOUNDS IMPORT-DIMENSION
    IF OUT-OF-BOUNDS = 0
        MOVE FAR-X TO CORNER-X
        MOVE FAR-Y TO CORNER-Y
        MOVE FAR-Z TO CORNER-Z
        CALL "World-CheckBounds" USING CORNER-POSITION OUT-OF-BOUNDS IMPORT-DIMENSION
    END-IF
    IF OUT-OF-BOUNDS NOT = 0
        DISPLAY "ERROR: the box " ORIGIN-X " " ORIGIN-Y " " ORIGIN-Z " to " FAR-X " " FAR-Y " " FAR-Z
            " is not wholly inside the " FUNCTION TRIM(IMPORT-DIM-NAME) "'s build height and world border. Nothing has been changed."
        GOBACK
    END-IF

    MOVE 0 TO CHANGED-COUNT
    MOVE 0 TO OVERWRITTEN-COUNT
    MOVE 0 TO UNCHANGED-COUNT
    MOVE 0 TO UNGENERATED-COUNT
    MOVE 0 TO DISPLACED-COUNT
    MOVE 0 TO FAILED-COUNT
    MOVE 0 TO ENTITY-PLACED-COUNT
    MOVE 0 TO ENTITY-FAILED-COUNT
    DIVIDE ORIGIN-X BY 16 GIVING CHUNK-MIN-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE ORIGIN-Z BY 16 GIVING CHUNK-MIN-Z ROUNDED MODE IS TOWARD-LESSER
    DIVIDE FAR-X BY 16 GIVING CHUNK-MAX-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE FAR-Z BY 16 GIVING CHUNK-MAX-Z ROUNDED MODE IS TOWARD-LESSER

    *> Survey first in both modes: the counts decide whether the import
    *> could be rolled back at all. The estimate is on the safe side -
    *> every position in an ungenerated chunk counts as changed, every
    *> placed or displaced block entity as a container record.
    PERFORM VARYING CHUNK-X FROM CHUNK-MIN-X BY 1 UNTIL CHUNK-X > CHUNK-MAX-X
        PERFORM VARYING CHUNK-Z FROM CHUNK-MIN-Z BY 1 UNTIL CHUNK-Z > CHUNK-MAX-Z
            PERFORM SURVEY-CHUNK
        END-PERFORM
    END-PERFORM
    COMPUTE JOURNAL-CONTAINER-ESTIMATE = ENTITY-COUNT + DISPLACED-COUNT
    COMPUTE JOURNAL-EDIT-ESTIMATE = CHANGED-COUNT + JOURNAL-CONTAINER-ESTIMATE
    IF JOURNAL-EDIT-ESTIMATE > ROLLBACK-EDIT-CAPACITY OR JOURNAL-CONTAINER-ESTIMATE > ROLLBACK-CONTAINER-CAPACITY
        DISPLAY "ERROR: placing " FUNCTION TRIM(STRUCTURE-NAME) " here would journal up to " JOURNAL-EDIT-ESTIMATE " edit(s) (" CHANGED-COUNT " block(s) changed) and "
            JOURNAL-CONTAINER-ESTIMATE " container record(s); a rollback can undo at most " ROLLBACK-EDIT-CAPACITY " edits and " ROLLBACK-CONTAINER-CAPACITY
            " container records, so the import could not be undone. Export it in smaller pieces. Nothing has been changed."
        GOBACK
    END-IF

    IF APPLY-MODE = 0
        DISPLAY "Dry run for " FUNCTION TRIM(STRUCTURE-NAME) " at " ORIGIN-X " " ORIGIN-Y " " ORIGIN-Z " in the " FUNCTION TRIM(IMPORT-DIM-NAME) ":"
        DISPLAY "  " BOX-VOLUME " position(s): " CHANGED-COUNT " would change, " OVERWRITTEN-COUNT " non-air block(s) would be overwritten, "
            UNCHANGED-COUNT " already match"
        DISPLAY "  " DISPLACED-COUNT " existing block entit(ies) would be replaced or removed; " ENTITY-COUNT " block entit(ies) would be placed"
        IF UNGENERATED-COUNT > 0
            DISPLAY "  " UNGENERATED-COUNT " position(s) lie in chunks not generated yet; those chunks would be generated first"
        END-IF
        DISPLAY "Nothing has been changed; add 'apply' to place the structure."
        GOBACK
    END-IF

    *> Place it. Every change is journaled under the import's own name
    MOVE 0 TO CHANGED-COUNT
    MOVE 0 TO OVERWRITTEN-COUNT
    MOVE 0 TO UNCHANGED-COUNT
    MOVE SPACES TO JOURNAL-ACTOR
    STRING "import-" FUNCTION TRIM(STRUCTURE-NAME) DELIMITED BY SIZE INTO JOURNAL-ACTOR
    PERFORM VARYING CHUNK-X FROM CHUNK-MIN-X BY 1 UNTIL CHUNK-X > CHUNK-MAX-X
        PERFORM VARYING CHUNK-Z FROM CHUNK-MIN-Z BY 1 UNTIL CHUNK-Z > CHUNK-MAX-Z
            PERFORM PLACE-CHUNK
        END-PERFORM
    END-PERFORM
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > ENTITY-COUNT
        PERFORM PLACE-ENTITY
    END-PERFORM

    CALL "World-Save" USING IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "WARNING: saving the world failed; the journal already records the placed blocks, so roll them back or rerun the import after fixing the disk problem"
    END-IF

    MOVE WORLD-AGE TO IMPORT-AGE
    DISPLAY "Import complete: " CHANGED-COUNT " block(s) placed (" OVERWRITTEN-COUNT " non-air overwritten), " UNCHANGED-COUNT " already matched, "
        FAILED-COUNT " failed; " ENTITY-PLACED-COUNT " block entit(ies) placed, " ENTITY-FAILED-COUNT " failed"
    DISPLAY "To undo: rollback " FUNCTION TRIM(JOURNAL-ACTOR) " " FUNCTION TRIM(IMPORT-AGE) " " FUNCTION TRIM(IMPORT-AGE)
    MOVE SPACES TO JOURNAL-ACTOR
    GOBACK.

SHOW-USAGE.
    DISPLAY "usage: import <name> <overworld|nether> <x> <y> <z> [apply]"
    DISPLAY "Places save/structures/<name>.txt with its minimum corner at <x> <y> <z>. Without 'apply' it only reports what would change."
    DISPLAY "The name is up to 9 letters, digits, '_' or '-', as Export-Structure writes it.".

CHECK-NAME.
    *> the same alphabet Export-Structure accepts
    MOVE 0 TO NAME-VALID
    MOVE FUNCTION STORED-CHAR-LENGTH(ARG-NAME) TO NAME-LENGTH
    IF NAME-LENGTH = 0 OR NAME-LENGTH > STRUCTURE-NAME-LIMIT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ARG-INDEX FROM 1 BY 1 UNTIL ARG-INDEX > NAME-LENGTH
        MOVE ARG-NAME(ARG-INDEX:1) TO NAME-CHAR
        IF NOT ((NAME-CHAR >= "a" AND NAME-CHAR <= "z") OR (NAME-CHAR >= "A" AND NAME-CHAR <= "Z")
                OR (NAME-CHAR >= "0" AND NAME-CHAR <= "9") OR NAME-CHAR = "_" OR NAME-CHAR = "-")
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE ARG-NAME TO STRUCTURE-NAME
    MOVE 1 TO NAME-VALID.

VERIFY-CHECKSUM.
    *> The last line is "checksum <n>", over every byte before it
    MOVE IN-LENGTH TO SCAN-INDEX
    IF IN-BUFFER(SCAN-INDEX:1) = X"0A"
        SUBTRACT 1 FROM SCAN-INDEX
    END-IF
    PERFORM UNTIL SCAN-INDEX = 0
        IF IN-BUFFER(SCAN-INDEX:1) = X"0A"
            EXIT PERFORM
        END-IF
        SUBTRACT 1 FROM SCAN-INDEX
    END-PERFORM
    MOVE SCAN-INDEX TO CHECKED-LENGTH
    IF CHECKED-LENGTH = 0 OR IN-LENGTH - CHECKED-LENGTH < 10 OR IN-LENGTH - CHECKED-LENGTH > 40
            OR IN-BUFFER(CHECKED-LENGTH + 1:9) NOT = "checksum "
        DISPLAY "ERROR: " FUNCTION TRIM(STRUCTURE-FILE-NAME) " has no checksum line; it is truncated or not a structure file"
        MOVE 1 TO PARSE-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CHECKSUM-TEXT
    MOVE IN-BUFFER(CHECKED-LENGTH + 10:IN-LENGTH - CHECKED-LENGTH - 9) TO CHECKSUM-TEXT
    INSPECT CHECKSUM-TEXT REPLACING ALL X"0A" BY SPACE
    IF CHECKSUM-TEXT = SPACES OR FUNCTION TEST-NUMVAL(CHECKSUM-TEXT) NOT = 0
        DISPLAY "ERROR: " FUNCTION TRIM(STRUCTURE-FILE-NAME) " has an unreadable checksum line"
        MOVE 1 TO PARSE-FAILED
        EXIT PARAGRAPH
    END-IF
    COMPUTE STORED-CHECKSUM = FUNCTION NUMVAL(CHECKSUM-TEXT)
    CALL "FileChecksum" USING IN-BUFFER CHECKED-LENGTH FILE-CHECKSUM
    IF FILE-CHECKSUM NOT = STORED-CHECKSUM
        DISPLAY "ERROR: " FUNCTION TRIM(STRUCTURE-FILE-NAME) " fails its checksum (recorded " STORED-CHECKSUM ", computed " FILE-CHECKSUM "); it was damaged or edited after export"
        MOVE 1 TO PARSE-FAILED
        EXIT PARAGRAPH
    END-IF
    *> parsing stops where the checksum line starts
    MOVE CHECKED-LENGTH TO IN-LENGTH
    MOVE 1 TO IN-OFFSET
    MOVE 0 TO LINE-NUMBER.

PARSE-HEADER.
    PERFORM READ-FIELDS
    IF LINE-AT-END > 0 OR LINE-KEYWORD NOT = "structure" OR LINE-FIELD(1) NOT = "1"
        DISPLAY "ERROR: " FUNCTION TRIM(STRUCTURE-FILE-NAME) " is not a version 1 structure file"
        MOVE 1 TO PARSE-FAILED
        EXIT PARAGRAPH
    END-IF
    PERFORM READ-FIELDS
    IF LINE-AT-END > 0 OR LINE-KEYWORD NOT = "size"
            OR LINE-FIELD(1) = SPACES OR LINE-FIELD(2) = SPACES OR LINE-FIELD(3) = SPACES
            OR FUNCTION TEST-NUMVAL(LINE-FIELD(1)) NOT = 0 OR FUNCTION TEST-NUMVAL(LINE-FIELD(2)) NOT = 0
            OR FUNCTION TEST-NUMVAL(LINE-FIELD(3)) NOT = 0
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE SIZE-X = FUNCTION NUMVAL(LINE-FIELD(1))
    COMPUTE SIZE-Y = FUNCTION NUMVAL(LINE-FIELD(2))
    COMPUTE SIZE-Z = FUNCTION NUMVAL(LINE-FIELD(3))
    IF SIZE-X = 0 OR SIZE-Y = 0 OR SIZE-Z = 0 OR SIZE-X > STRUCTURE-MAX-WIDTH OR SIZE-Z > STRUCTURE-MAX-WIDTH
            OR SIZE-Y > STRUCTURE-MAX-VOLUME
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE BOX-VOLUME = SIZE-X * SIZE-Y * SIZE-Z
    IF BOX-VOLUME > STRUCTURE-MAX-VOLUME
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    *> where it came from and when, for the report only
    PERFORM READ-LINE
    IF LINE-AT-END > 0 OR IN-LINE(1:7) NOT = "source "
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE IN-LINE(8:) TO SOURCE-TEXT
    PERFORM READ-LINE
    IF LINE-AT-END > 0 OR IN-LINE(1:9) NOT = "exported "
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE IN-LINE(10:) TO EXPORTED-TEXT
    DISPLAY "Structure " FUNCTION TRIM(STRUCTURE-NAME) ": " SIZE-X " x " SIZE-Y " x " SIZE-Z " blocks, copied from the "
        FUNCTION TRIM(SOURCE-TEXT) ", exported " FUNCTION TRIM(EXPORTED-TEXT).

PARSE-PALETTE.
    PERFORM READ-FIELDS
    IF LINE-AT-END > 0 OR LINE-KEYWORD NOT = "palette" OR LINE-FIELD(1) = SPACES OR FUNCTION TEST-NUMVAL(LINE-FIELD(1)) NOT = 0
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE PALETTE-COUNT = FUNCTION NUMVAL(LINE-FIELD(1))
    IF PALETTE-COUNT = 0 OR PALETTE-COUNT > PALETTE-CAPACITY
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING PALETTE-INDEX FROM 1 BY 1 UNTIL PALETTE-INDEX > PALETTE-COUNT OR PARSE-FAILED > 0
        PERFORM READ-LINE
        IF LINE-AT-END > 0 OR IN-LINE-LENGTH = 0
            PERFORM REPORT-BAD-LINE
            EXIT PARAGRAPH
        END-IF
        PERFORM RESOLVE-BLOCK
    END-PERFORM.

RESOLVE-BLOCK.
    *> "name[property=value,...]" back into a state id; a state this
    *> server does not know comes back as 0, which only air may be
    INITIALIZE IMPORT-BLOCK-DESCRIPTION
    MOVE 0 TO BRACKET-OFFSET
    INSPECT IN-LINE(1:IN-LINE-LENGTH) TALLYING BRACKET-OFFSET FOR CHARACTERS BEFORE INITIAL "["
    IF BRACKET-OFFSET = 0 OR BRACKET-OFFSET > LENGTH OF IMPORT-BLOCK-NAME
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE IN-LINE(1:BRACKET-OFFSET) TO IMPORT-BLOCK-NAME
    IF BRACKET-OFFSET < IN-LINE-LENGTH
        IF IN-LINE(IN-LINE-LENGTH:1) NOT = "]" OR IN-LINE-LENGTH - BRACKET-OFFSET < 3
            PERFORM REPORT-BAD-LINE
            EXIT PARAGRAPH
        END-IF
        COMPUTE PROPERTY-TEXT-LENGTH = IN-LINE-LENGTH - BRACKET-OFFSET - 2
        MOVE IN-LINE(BRACKET-OFFSET + 2:PROPERTY-TEXT-LENGTH) TO PROPERTY-TEXT
        MOVE 1 TO PROPERTY-POINTER
        PERFORM UNTIL PROPERTY-POINTER > PROPERTY-TEXT-LENGTH
            IF IMPORT-BLOCK-PROPERTY-COUNT >= 16
                PERFORM REPORT-BAD-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO PROPERTY-PAIR
            UNSTRING PROPERTY-TEXT(1:PROPERTY-TEXT-LENGTH) DELIMITED BY "," INTO PROPERTY-PAIR WITH POINTER PROPERTY-POINTER
            ADD 1 TO IMPORT-BLOCK-PROPERTY-COUNT
            UNSTRING PROPERTY-PAIR DELIMITED BY "=" INTO IMPORT-BLOCK-PROPERTY-NAME(IMPORT-BLOCK-PROPERTY-COUNT)
                IMPORT-BLOCK-PROPERTY-VALUE(IMPORT-BLOCK-PROPERTY-COUNT)
        END-PERFORM
    END-IF
    MOVE 0 TO PALETTE-STATE-ID(PALETTE-INDEX)
    CALL "Blocks-Get-StateId" USING IMPORT-BLOCK-DESCRIPTION PALETTE-STATE-ID(PALETTE-INDEX)
    IF PALETTE-STATE-ID(PALETTE-INDEX) = 0 AND IMPORT-BLOCK-NAME NOT = "minecraft:air"
        DISPLAY "ERROR: line " LINE-NUMBER ": block state " IN-LINE(1:IN-LINE-LENGTH) " is unknown to this server"
        MOVE 1 TO PARSE-FAILED
    END-IF.

PARSE-BLOCKS.
    PERFORM READ-FIELDS
    IF LINE-AT-END > 0 OR LINE-KEYWORD NOT = "blocks" OR LINE-FIELD(1) = SPACES OR FUNCTION TEST-NUMVAL(LINE-FIELD(1)) NOT = 0
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(LINE-FIELD(1)) NOT = BOX-VOLUME
        DISPLAY "ERROR: line " LINE-NUMBER ": the block count does not match the size"
        MOVE 1 TO PARSE-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO BOX-FILLED
    PERFORM UNTIL BOX-FILLED >= BOX-VOLUME OR PARSE-FAILED > 0
        PERFORM READ-LINE
        IF LINE-AT-END > 0 OR IN-LINE-LENGTH = 0
            DISPLAY "ERROR: the block runs end after " BOX-FILLED " of " BOX-VOLUME " blocks"
            MOVE 1 TO PARSE-FAILED
            EXIT PARAGRAPH
        END-IF
        MOVE 1 TO RUN-POINTER
        PERFORM UNTIL RUN-POINTER > IN-LINE-LENGTH OR PARSE-FAILED > 0
            MOVE SPACES TO RUN-TOKEN
            UNSTRING IN-LINE(1:IN-LINE-LENGTH) DELIMITED BY ALL SPACE INTO RUN-TOKEN WITH POINTER RUN-POINTER
            IF RUN-TOKEN NOT = SPACES
                PERFORM FILL-RUN
            END-IF
        END-PERFORM
    END-PERFORM.

FILL-RUN.
    MOVE SPACES TO RUN-COUNT-TEXT RUN-INDEX-TEXT
    UNSTRING RUN-TOKEN DELIMITED BY "*" INTO RUN-COUNT-TEXT RUN-INDEX-TEXT
    IF RUN-COUNT-TEXT = SPACES OR RUN-INDEX-TEXT = SPACES
            OR FUNCTION TEST-NUMVAL(RUN-COUNT-TEXT) NOT = 0 OR FUNCTION TEST-NUMVAL(RUN-INDEX-TEXT) NOT = 0
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE RUN-LENGTH = FUNCTION NUMVAL(RUN-COUNT-TEXT)
    COMPUTE RUN-PALETTE = FUNCTION NUMVAL(RUN-INDEX-TEXT) + 1
    IF RUN-LENGTH = 0 OR RUN-PALETTE > PALETTE-COUNT OR BOX-FILLED + RUN-LENGTH > BOX-VOLUME
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING RUN-STEP FROM 1 BY 1 UNTIL RUN-STEP > RUN-LENGTH
        MOVE PALETTE-STATE-ID(RUN-PALETTE) TO BOX-BLOCK-ID(BOX-FILLED + RUN-STEP)
    END-PERFORM
    ADD RUN-LENGTH TO BOX-FILLED.

PARSE-ENTITIES.
    PERFORM READ-FIELDS
    IF LINE-AT-END > 0 OR LINE-KEYWORD NOT = "entities" OR LINE-FIELD(1) = SPACES OR FUNCTION TEST-NUMVAL(LINE-FIELD(1)) NOT = 0
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE ENTITY-COUNT = FUNCTION NUMVAL(LINE-FIELD(1))
    IF ENTITY-COUNT > ENTITY-CAPACITY
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > ENTITY-COUNT OR PARSE-FAILED > 0
        PERFORM READ-LINE
        IF LINE-AT-END > 0
            PERFORM REPORT-BAD-LINE
            EXIT PARAGRAPH
        END-IF
        PERFORM RESOLVE-ENTITY
    END-PERFORM
    *> nothing may follow but the checksum line
    IF PARSE-FAILED = 0
        PERFORM READ-LINE
        IF LINE-AT-END = 0
            PERFORM REPORT-BAD-LINE
        END-IF
    END-IF.

RESOLVE-ENTITY.
    *> "<dx> <dy> <dz> <type> <payload hex|->"
    MOVE SPACES TO LINE-FIELD(1) LINE-FIELD(2) LINE-FIELD(3) ENTITY-TYPE-NAME ENTITY-HEX
    UNSTRING IN-LINE(1:IN-LINE-LENGTH) DELIMITED BY ALL SPACE
        INTO LINE-FIELD(1) LINE-FIELD(2) LINE-FIELD(3) ENTITY-TYPE-NAME ENTITY-HEX
    IF LINE-FIELD(1) = SPACES OR LINE-FIELD(2) = SPACES OR LINE-FIELD(3) = SPACES OR ENTITY-TYPE-NAME = SPACES OR ENTITY-HEX = SPACES
            OR FUNCTION TEST-NUMVAL(LINE-FIELD(1)) NOT = 0 OR FUNCTION TEST-NUMVAL(LINE-FIELD(2)) NOT = 0
            OR FUNCTION TEST-NUMVAL(LINE-FIELD(3)) NOT = 0
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE ENTITY-DX = FUNCTION NUMVAL(LINE-FIELD(1))
    COMPUTE ENTITY-DY = FUNCTION NUMVAL(LINE-FIELD(2))
    COMPUTE ENTITY-DZ = FUNCTION NUMVAL(LINE-FIELD(3))
    IF ENTITY-DX < 0 OR ENTITY-DX >= SIZE-X OR ENTITY-DY < 0 OR ENTITY-DY >= SIZE-Y OR ENTITY-DZ < 0 OR ENTITY-DZ >= SIZE-Z
        PERFORM REPORT-BAD-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE ENTITY-X(ENTITY-INDEX) = ORIGIN-X + ENTITY-DX
    COMPUTE ENTITY-Y(ENTITY-INDEX) = ORIGIN-Y + ENTITY-DY
    COMPUTE ENTITY-Z(ENTITY-INDEX) = ORIGIN-Z + ENTITY-DZ
    MOVE -1 TO ENTITY-TYPE-ID(ENTITY-INDEX)
    CALL "Registries-Get-EntryId" USING C-MINECRAFT-BLOCK_ENTITY_TYPE ENTITY-TYPE-NAME(1:FUNCTION STORED-CHAR-LENGTH(ENTITY-TYPE-NAME)) ENTITY-TYPE-ID(ENTITY-INDEX)
    IF ENTITY-TYPE-ID(ENTITY-INDEX) < 0
        DISPLAY "ERROR: line " LINE-NUMBER ": block entity type " FUNCTION TRIM(ENTITY-TYPE-NAME) " is unknown to this server"
        MOVE 1 TO PARSE-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO ENTITY-DATA-LENGTH(ENTITY-INDEX)
    IF ENTITY-HEX NOT = "-"
        MOVE FUNCTION STORED-CHAR-LENGTH(ENTITY-HEX) TO ENTITY-HEX-LENGTH
        IF FUNCTION MOD(ENTITY-HEX-LENGTH, 2) NOT = 0 OR ENTITY-HEX-LENGTH > 2 * LENGTH OF ENTITY-DATA(ENTITY-INDEX)
            PERFORM REPORT-BAD-LINE
            EXIT PARAGRAPH
        END-IF
        CALL "HexDecodeBytes" USING ENTITY-HEX ENTITY-HEX-LENGTH ENTITY-DATA(ENTITY-INDEX) ENTITY-DATA-LENGTH(ENTITY-INDEX)
    END-IF.

READ-FIELDS.
    PERFORM READ-LINE
    MOVE SPACES TO LINE-KEYWORD
    PERFORM VARYING FIELD-INDEX FROM 1 BY 1 UNTIL FIELD-INDEX > 4
        MOVE SPACES TO LINE-FIELD(FIELD-INDEX)
    END-PERFORM
    IF LINE-AT-END = 0 AND IN-LINE-LENGTH > 0
        UNSTRING IN-LINE(1:IN-LINE-LENGTH) DELIMITED BY ALL SPACE
            INTO LINE-KEYWORD LINE-FIELD(1) LINE-FIELD(2) LINE-FIELD(3) LINE-FIELD(4)
    END-IF.

READ-LINE.
    *> the next line of the file, without its newline
    MOVE SPACES TO IN-LINE
    MOVE 0 TO IN-LINE-LENGTH
    IF IN-OFFSET > IN-LENGTH
        MOVE 1 TO LINE-AT-END
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO LINE-AT-END
    ADD 1 TO LINE-NUMBER
    INSPECT IN-BUFFER(IN-OFFSET:IN-LENGTH - IN-OFFSET + 1) TALLYING IN-LINE-LENGTH FOR CHARACTERS BEFORE INITIAL X"0A"
    IF IN-LINE-LENGTH > LENGTH OF IN-LINE
        MOVE LENGTH OF IN-LINE TO IN-LINE-LENGTH
        PERFORM REPORT-BAD-LINE
        MOVE 1 TO LINE-AT-END
        EXIT PARAGRAPH
    END-IF
    IF IN-LINE-LENGTH > 0
        MOVE IN-BUFFER(IN-OFFSET:IN-LINE-LENGTH) TO IN-LINE
    END-IF
    COMPUTE IN-OFFSET = IN-OFFSET + IN-LINE-LENGTH + 1.

REPORT-BAD-LINE.
    IF PARSE-FAILED = 0
        DISPLAY "ERROR: " FUNCTION TRIM(STRUCTURE-FILE-NAME) " line " LINE-NUMBER " is malformed: " IN-LINE(1:FUNCTION MIN(IN-LINE-LENGTH + 1, 120))
    END-IF
    MOVE 1 TO PARSE-FAILED.

SURVEY-CHUNK.
    *> Dry run: compare against the chunk as it is on disk, without
    *> generating anything, and unload it again
    PERFORM CLIP-COLUMN
    CALL "World-LoadChunk" USING CHUNK-X CHUNK-Z IO-FAILURE IMPORT-DIMENSION
    MOVE 0 TO CHUNK-INDEX
    IF IO-FAILURE = 0
        CALL "World-FindChunkIndex" USING CHUNK-X CHUNK-Z CHUNK-INDEX IMPORT-DIMENSION
    END-IF
    IF CHUNK-INDEX = 0
        COMPUTE COLUMN-BLOCKS = (COLUMN-MAX-X - COLUMN-MIN-X + 1) * (COLUMN-MAX-Z - COLUMN-MIN-Z + 1) * SIZE-Y
        ADD COLUMN-BLOCKS TO UNGENERATED-COUNT
        ADD COLUMN-BLOCKS TO CHANGED-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING BLOCK-Y FROM ORIGIN-Y BY 1 UNTIL BLOCK-Y > FAR-Y
        COMPUTE SECTION-INDEX = (BLOCK-Y + 64) / 16 + 1
        PERFORM VARYING BLOCK-Z FROM COLUMN-MIN-Z BY 1 UNTIL BLOCK-Z > COLUMN-MAX-Z
            PERFORM VARYING BLOCK-X FROM COLUMN-MIN-X BY 1 UNTIL BLOCK-X > COLUMN-MAX-X
                PERFORM LOCATE-BOX-BLOCK
                COMPUTE BLOCK-INDEX = ((FUNCTION MOD(BLOCK-Y + 64, 16)) * 16 + (FUNCTION MOD(BLOCK-Z, 16))) * 16 + (FUNCTION MOD(BLOCK-X, 16)) + 1
                MOVE WORLD-BLOCK-ID(CHUNK-INDEX, SECTION-INDEX, BLOCK-INDEX) TO CURRENT-BLOCK-ID
                IF CURRENT-BLOCK-ID = BOX-BLOCK-ID(BOX-INDEX)
                    ADD 1 TO UNCHANGED-COUNT
                ELSE
                    ADD 1 TO CHANGED-COUNT
                    IF CURRENT-BLOCK-ID NOT = 0
                        ADD 1 TO OVERWRITTEN-COUNT
                    END-IF
                END-IF
                IF WORLD-BLOCK-ENTITY-COUNT(CHUNK-INDEX) > 0
                    COMPUTE BLOCK-IN-CHUNK-INDEX = ((BLOCK-Y + 64) * 16 + (FUNCTION MOD(BLOCK-Z, 16))) * 16 + (FUNCTION MOD(BLOCK-X, 16)) + 1
                    IF WORLD-BLOCK-ENTITY-ID(CHUNK-INDEX, BLOCK-IN-CHUNK-INDEX) >= 0
                        ADD 1 TO DISPLACED-COUNT
                    END-IF
                END-IF
            END-PERFORM
        END-PERFORM
    END-PERFORM
    MOVE 0 TO WORLD-CHUNK-PRESENT(CHUNK-INDEX)
    CALL "World-PurgeChunkMobs" USING CHUNK-X CHUNK-Z IMPORT-DIMENSION.

PLACE-CHUNK.
    *> Apply: load the chunk (generating it if need be, as a rollback
    *> does) and set each block of the box that lies in it
    PERFORM CLIP-COLUMN
    CALL "World-EnsureChunk" USING CHUNK-X CHUNK-Z CHUNK-INDEX IMPORT-DIMENSION
    IF CHUNK-INDEX = 0
        COMPUTE COLUMN-BLOCKS = (COLUMN-MAX-X - COLUMN-MIN-X + 1) * (COLUMN-MAX-Z - COLUMN-MIN-Z + 1) * SIZE-Y
        ADD COLUMN-BLOCKS TO FAILED-COUNT
        DISPLAY "FAILED to place " COLUMN-BLOCKS " block(s) in chunk " CHUNK-X " " CHUNK-Z " - chunk could not be loaded or generated"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING BLOCK-Y FROM ORIGIN-Y BY 1 UNTIL BLOCK-Y > FAR-Y
        PERFORM VARYING BLOCK-Z FROM COLUMN-MIN-Z BY 1 UNTIL BLOCK-Z > COLUMN-MAX-Z
            PERFORM VARYING BLOCK-X FROM COLUMN-MIN-X BY 1 UNTIL BLOCK-X > COLUMN-MAX-X
                PERFORM LOCATE-BOX-BLOCK
                PERFORM PLACE-BLOCK
            END-PERFORM
        END-PERFORM
    END-PERFORM.

PLACE-BLOCK.
    CALL "World-GetBlock" USING BLOCK-POSITION CURRENT-BLOCK-ID IMPORT-DIMENSION
    IF CURRENT-BLOCK-ID = BOX-BLOCK-ID(BOX-INDEX)
        ADD 1 TO UNCHANGED-COUNT
        EXIT PARAGRAPH
    END-IF
    IF CURRENT-BLOCK-ID NOT = 0
        ADD 1 TO OVERWRITTEN-COUNT
    END-IF
    CALL "World-SetBlock" USING IMPORT-CLIENT BLOCK-POSITION BOX-BLOCK-ID(BOX-INDEX) IMPORT-DIMENSION
    CALL "World-GetBlock" USING BLOCK-POSITION CURRENT-BLOCK-ID IMPORT-DIMENSION
    IF CURRENT-BLOCK-ID = BOX-BLOCK-ID(BOX-INDEX)
        ADD 1 TO CHANGED-COUNT
    ELSE
        ADD 1 TO FAILED-COUNT
        DISPLAY "FAILED to place block " BOX-BLOCK-ID(BOX-INDEX) " at " BLOCK-X " " BLOCK-Y " " BLOCK-Z
    END-IF.

PLACE-ENTITY.
    *> The block is in place by now. The entity is registered first,
    *> since World-SetBlockEntityData attaches data only to a registered
    *> entity (Rollback-BlockChanges' order); an entity exported without
    *> a payload gets none.
    DIVIDE ENTITY-X(ENTITY-INDEX) BY 16 GIVING CHUNK-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE ENTITY-Z(ENTITY-INDEX) BY 16 GIVING CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
    CALL "World-FindChunkIndex" USING CHUNK-X CHUNK-Z CHUNK-INDEX IMPORT-DIMENSION
    IF CHUNK-INDEX = 0
        ADD 1 TO ENTITY-FAILED-COUNT
        DISPLAY "FAILED to place the block entity at " ENTITY-X(ENTITY-INDEX) " " ENTITY-Y(ENTITY-INDEX) " " ENTITY-Z(ENTITY-INDEX) " - chunk is not loaded"
        EXIT PARAGRAPH
    END-IF
    CALL "World-SetBlockEntity" USING ENTITY-POSITION(ENTITY-INDEX) ENTITY-TYPE-ID(ENTITY-INDEX) IMPORT-DIMENSION
    *> the payload can still be dropped, e.g. when entities from two
    *> source chunks land in one target chunk and fill its data table
    IF ENTITY-DATA-LENGTH(ENTITY-INDEX) > 0
        CALL "World-SetBlockEntityData" USING ENTITY-POSITION(ENTITY-INDEX) ENTITY-DATA(ENTITY-INDEX) ENTITY-DATA-LENGTH(ENTITY-INDEX) IMPORT-DIMENSION IMPORT-CLIENT ENTITY-RESULT
        IF ENTITY-RESULT = 0
            ADD 1 TO ENTITY-FAILED-COUNT
            DISPLAY "FAILED to store the contents of the block entity at " ENTITY-X(ENTITY-INDEX) " " ENTITY-Y(ENTITY-INDEX) " " ENTITY-Z(ENTITY-INDEX) " - its payload was dropped"
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD 1 TO ENTITY-PLACED-COUNT.

CLIP-COLUMN.
    *> the part of the target box inside chunk CHUNK-X, CHUNK-Z
    COMPUTE COLUMN-MIN-X = FUNCTION MAX(ORIGIN-X, CHUNK-X * 16)
    COMPUTE COLUMN-MAX-X = FUNCTION MIN(FAR-X, CHUNK-X * 16 + 15)
    COMPUTE COLUMN-MIN-Z = FUNCTION MAX(ORIGIN-Z, CHUNK-Z * 16)
    COMPUTE COLUMN-MAX-Z = FUNCTION MIN(FAR-Z, CHUNK-Z * 16 + 15).

LOCATE-BOX-BLOCK.
    COMPUTE BOX-INDEX = ((BLOCK-Y - ORIGIN-Y) * SIZE-Z + (BLOCK-Z - ORIGIN-Z)) * SIZE-X + (BLOCK-X - ORIGIN-X) + 1.

END PROGRAM Import-Structure.
