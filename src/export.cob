*> --- Export-Structure ---
*> Offline batch job that copies a box of blocks out of the region files
*> into a standalone structure file, so a build can be moved: rescued
*> from a griefed area, copied into the other dimension, or carried from
*> a test world into production with Import-Structure. Usage:
*>
*>     export <name> <overworld|nether> <x1> <y1> <z1> <x2> <y2> <z2>
*>
*> The corners may be given in either order and are both inside the box.
*> The chunks are read through World-LoadChunk, the World-VerifyRegions
*> way, and unloaded again as soon as their part of the box has been
*> copied; every chunk the box touches must already exist on disk.
*> Block entities inside the box come along with their payloads from
*> WORLD-BLOCK-ENTITY-DATA. The file is save/structures/<name>.txt, plain
*> text:
*>
*>   structure 1
*>   size <sx> <sy> <sz>
*>   source <dimension> <x> <y> <z>
*>   exported <yyyy-mm-ddThh:mm:ss> age=<n>
*>   palette <n>
*>   <block state, as name[property=value,...]>   (n lines, numbered from 0)
*>   blocks <sx * sy * sz>
*>   <count>*<palette number> ...                  (runs, up to 32 a line)
*>   entities <n>
*>   <dx> <dy> <dz> <block entity type> <payload hex|->   (n lines)
*>   checksum <n>
*>
*> The runs walk the box x fastest, then z, then y, from its minimum
*> corner; entity offsets are from that corner too. The palette holds
*> block state names rather than this server's state numbers, so a file
*> stays good across a server upgrade. The checksum is FileChecksum
*> (the backup manifest's) over every byte before the checksum line;
*> Import-Structure refuses a file whose checksum does not match. An
*> existing structure of the same name is replaced. Run it with the
*> server stopped, the way the other batch jobs are run.
IDENTIFICATION DIVISION.
PROGRAM-ID. Export-Structure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    *> A box is at most 256 blocks across in x and z, so it touches at
    *> most 17 x 17 chunks, and holds at most 1048576 blocks
    78 STRUCTURE-MAX-WIDTH  VALUE 256.
    78 STRUCTURE-MAX-VOLUME VALUE 1048576.
    78 PALETTE-CAPACITY     VALUE 4096.
    78 STATE-ID-LIMIT       VALUE 65536.
    78 ENTITY-CAPACITY      VALUE 1024.
    78 RUNS-PER-LINE        VALUE 32.
    01 C-MINECRAFT-BLOCK_ENTITY_TYPE PIC X(32) VALUE "minecraft:block_entity_type".
    *> Command-line arguments
    01 COMMAND-ARGS         PIC X(256).
    01 ARG-NAME             PIC X(64).
    01 ARG-DIMENSION        PIC X(32).
    01 ARG-CORNER.
        02 ARG-CORNER-VALUE PIC X(16) OCCURS 6 TIMES.
    01 ARG-INDEX            BINARY-LONG UNSIGNED.
    01 CORNER-VALUE         BINARY-LONG OCCURS 6 TIMES.
    01 STRUCTURE-NAME       PIC X(32).
    *> "import-<name>" has to fit the 16-character journal player field
    *> (DD-JOURNAL-ACTOR) whole, or two imports could share a name and
    *> one rollback would undo both
    78 STRUCTURE-NAME-LIMIT VALUE 9.
    01 NAME-LENGTH          BINARY-LONG UNSIGNED.
    01 NAME-CHAR            PIC X.
    01 NAME-VALID           BINARY-CHAR UNSIGNED.
    01 EXPORT-DIMENSION     BINARY-CHAR UNSIGNED.
    01 EXPORT-DIM-NAME      PIC X(16).
    01 HEIGHT-MIN           BINARY-LONG.
    01 HEIGHT-MAX           BINARY-LONG.
    01 MIN-X                BINARY-LONG.
    01 MIN-Y                BINARY-LONG.
    01 MIN-Z                BINARY-LONG.
    01 MAX-X                BINARY-LONG.
    01 MAX-Y                BINARY-LONG.
    01 MAX-Z                BINARY-LONG.
    01 SIZE-X               BINARY-LONG UNSIGNED.
    01 SIZE-Y               BINARY-LONG UNSIGNED.
    01 SIZE-Z               BINARY-LONG UNSIGNED.
    01 BOX-VOLUME           BINARY-LONG UNSIGNED.
    *> The box, one state id per block
    01 BOX-TABLE.
        02 BOX-BLOCK-ID         BINARY-LONG UNSIGNED OCCURS STRUCTURE-MAX-VOLUME TIMES.
    01 BOX-INDEX            BINARY-LONG UNSIGNED.
    01 BOX-NON-AIR          BINARY-LONG UNSIGNED.
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
    01 BLOCK-X              BINARY-LONG.
    01 BLOCK-Y              BINARY-LONG.
    01 BLOCK-Z              BINARY-LONG.
    01 SECTION-INDEX        BINARY-LONG UNSIGNED.
    01 BLOCK-INDEX          BINARY-LONG UNSIGNED.
    01 BLOCK-IN-CHUNK-INDEX BINARY-LONG UNSIGNED.
    01 ENTITY-DATA-INDEX    BINARY-LONG UNSIGNED.
    01 CHUNKS-READ          BINARY-LONG UNSIGNED.
    01 EXPORT-FAILED        BINARY-CHAR UNSIGNED.
    *> Palette: PALETTE-OF-STATE holds palette number + 1 for each state
    *> id already in the palette, 0 for the rest
    01 PALETTE-LOOKUP.
        02 PALETTE-OF-STATE     BINARY-LONG UNSIGNED OCCURS STATE-ID-LIMIT TIMES.
    01 PALETTE-COUNT        BINARY-LONG UNSIGNED.
    01 PALETTE-TABLE.
        02 PALETTE-STATE-ID     BINARY-LONG UNSIGNED OCCURS PALETTE-CAPACITY TIMES.
    01 PALETTE-INDEX        BINARY-LONG UNSIGNED.
    *> Block entities inside the box
    01 ENTITY-COUNT         BINARY-LONG UNSIGNED.
    01 ENTITY-TABLE.
        02 ENTITY-ENTRY OCCURS ENTITY-CAPACITY TIMES.
            03 ENTITY-DX            BINARY-LONG.
            03 ENTITY-DY            BINARY-LONG.
            03 ENTITY-DZ            BINARY-LONG.
            03 ENTITY-TYPE-ID       BINARY-LONG.
            03 ENTITY-DATA-LENGTH   BINARY-LONG UNSIGNED.
            03 ENTITY-DATA          PIC X(2048).
    01 ENTITY-INDEX         BINARY-LONG UNSIGNED.
    01 ENTITY-TYPE-NAME     PIC X(256).
    01 ENTITY-HEX           PIC X(4096).
    01 ENTITY-HEX-LENGTH    BINARY-LONG UNSIGNED.
    *> Block names
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==EXPORT-BLOCK==.
    01 DESCRIBE-TEXT        PIC X(1200).
    01 DESCRIBE-POINTER     BINARY-LONG UNSIGNED.
    01 PROPERTY-INDEX       BINARY-LONG UNSIGNED.
    *> Block runs
    01 RUN-PALETTE          BINARY-LONG UNSIGNED.
    01 RUN-LENGTH           BINARY-LONG UNSIGNED.
    01 RUNS-ON-LINE         BINARY-LONG UNSIGNED.
    01 OUT-POINTER          BINARY-LONG UNSIGNED.
    *> The file, built whole and written in one go
    01 STRUCTURE-FILE-NAME  PIC X(255).
    01 OUT-BUFFER           PIC X(16777216).
    01 OUT-OFFSET           BINARY-LONG UNSIGNED.
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 OUT-LINE             PIC X(8704).
    01 OUT-LINE-LENGTH      BINARY-LONG UNSIGNED.
    01 OUT-OVERFLOW         BINARY-CHAR UNSIGNED.
    01 FILE-CHECKSUM        BINARY-DOUBLE.
    01 CURRENT-STAMP        PIC X(21).
    01 COUNT-DISP           PIC Z(9)9.
    01 COUNT-DISP-2         PIC Z(9)9.
    01 COUNT-DISP-3         PIC Z(9)9.
    01 COORD-X-DISP         PIC -(10)9.
    01 COORD-Y-DISP         PIC -(10)9.
    01 COORD-Z-DISP         PIC -(10)9.
    01 AGE-DISP             PIC -(18)9.
    01 CHECKSUM-DISP        PIC Z(10)9.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> World data
    COPY DD-WORLD.

PROCEDURE DIVISION.
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE SPACES TO ARG-NAME ARG-DIMENSION ARG-CORNER
    UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACES INTO ARG-NAME ARG-DIMENSION
        ARG-CORNER-VALUE(1) ARG-CORNER-VALUE(2) ARG-CORNER-VALUE(3)
        ARG-CORNER-VALUE(4) ARG-CORNER-VALUE(5) ARG-CORNER-VALUE(6)
    PERFORM CHECK-NAME
    IF NAME-VALID = 0
        PERFORM SHOW-USAGE
        GOBACK
    END-IF
    EVALUATE FUNCTION LOWER-CASE(ARG-DIMENSION)
        WHEN "overworld"
            MOVE WORLD-DIMENSION-OVERWORLD TO EXPORT-DIMENSION
            MOVE -64 TO HEIGHT-MIN
            MOVE 319 TO HEIGHT-MAX
        WHEN "nether"
            MOVE WORLD-DIMENSION-NETHER TO EXPORT-DIMENSION
            MOVE 0 TO HEIGHT-MIN
            MOVE 255 TO HEIGHT-MAX
        WHEN OTHER
            PERFORM SHOW-USAGE
            GOBACK
    END-EVALUATE
    MOVE FUNCTION LOWER-CASE(ARG-DIMENSION) TO EXPORT-DIM-NAME
    PERFORM VARYING ARG-INDEX FROM 1 BY 1 UNTIL ARG-INDEX > 6
        IF ARG-CORNER-VALUE(ARG-INDEX) = SPACES OR FUNCTION TEST-NUMVAL(ARG-CORNER-VALUE(ARG-INDEX)) NOT = 0
            PERFORM SHOW-USAGE
            GOBACK
        END-IF
        COMPUTE CORNER-VALUE(ARG-INDEX) = FUNCTION NUMVAL(ARG-CORNER-VALUE(ARG-INDEX))
    END-PERFORM
    COMPUTE MIN-X = FUNCTION MIN(CORNER-VALUE(1), CORNER-VALUE(4))
    COMPUTE MIN-Y = FUNCTION MIN(CORNER-VALUE(2), CORNER-VALUE(5))
    COMPUTE MIN-Z = FUNCTION MIN(CORNER-VALUE(3), CORNER-VALUE(6))
    COMPUTE MAX-X = FUNCTION MAX(CORNER-VALUE(1), CORNER-VALUE(4))
    COMPUTE MAX-Y = FUNCTION MAX(CORNER-VALUE(2), CORNER-VALUE(5))
    COMPUTE MAX-Z = FUNCTION MAX(CORNER-VALUE(3), CORNER-VALUE(6))
    IF MIN-Y < HEIGHT-MIN OR MAX-Y > HEIGHT-MAX
        DISPLAY "ERROR: the " FUNCTION TRIM(EXPORT-DIM-NAME) " only has blocks from y=" HEIGHT-MIN " to y=" HEIGHT-MAX
        GOBACK
    END-IF
    COMPUTE SIZE-X = MAX-X - MIN-X + 1
    COMPUTE SIZE-Y = MAX-Y - MIN-Y + 1
    COMPUTE SIZE-Z = MAX-Z - MIN-Z + 1
    IF SIZE-X > STRUCTURE-MAX-WIDTH OR SIZE-Z > STRUCTURE-MAX-WIDTH
        DISPLAY "ERROR: a structure is at most " STRUCTURE-MAX-WIDTH " blocks across in x and z; split the box"
        GOBACK
    END-IF
    COMPUTE BOX-VOLUME = SIZE-X * SIZE-Y * SIZE-Z
    IF BOX-VOLUME > STRUCTURE-MAX-VOLUME
        DISPLAY "ERROR: a structure holds at most " STRUCTURE-MAX-VOLUME " blocks and this box has " BOX-VOLUME "; split the box"
        GOBACK
    END-IF

    *> The world age, for the file header
    CALL "World-LoadLevel" USING IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "WARNING: unable to read save/level.dat; the structure is stamped age 0"
    END-IF

    *> Copy the box out chunk by chunk
    MOVE 0 TO ENTITY-COUNT
    MOVE 0 TO CHUNKS-READ
    MOVE 0 TO EXPORT-FAILED
    DIVIDE MIN-X BY 16 GIVING CHUNK-MIN-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE MIN-Z BY 16 GIVING CHUNK-MIN-Z ROUNDED MODE IS TOWARD-LESSER
    DIVIDE MAX-X BY 16 GIVING CHUNK-MAX-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE MAX-Z BY 16 GIVING CHUNK-MAX-Z ROUNDED MODE IS TOWARD-LESSER
    PERFORM VARYING CHUNK-X FROM CHUNK-MIN-X BY 1 UNTIL CHUNK-X > CHUNK-MAX-X OR EXPORT-FAILED > 0
        PERFORM VARYING CHUNK-Z FROM CHUNK-MIN-Z BY 1 UNTIL CHUNK-Z > CHUNK-MAX-Z OR EXPORT-FAILED > 0
            PERFORM COPY-CHUNK
        END-PERFORM
    END-PERFORM
    IF EXPORT-FAILED > 0
        DISPLAY "Nothing has been written."
        GOBACK
    END-IF

    *> Palette, in order of first appearance
    MOVE 0 TO PALETTE-COUNT
    INITIALIZE PALETTE-LOOKUP
    MOVE 0 TO BOX-NON-AIR
    PERFORM VARYING BOX-INDEX FROM 1 BY 1 UNTIL BOX-INDEX > BOX-VOLUME
        IF BOX-BLOCK-ID(BOX-INDEX) >= STATE-ID-LIMIT
            DISPLAY "ERROR: block state " BOX-BLOCK-ID(BOX-INDEX) " is beyond the range a structure can hold. Nothing has been written."
            GOBACK
        END-IF
        IF BOX-BLOCK-ID(BOX-INDEX) NOT = 0
            ADD 1 TO BOX-NON-AIR
        END-IF
        IF PALETTE-OF-STATE(BOX-BLOCK-ID(BOX-INDEX) + 1) = 0
            IF PALETTE-COUNT >= PALETTE-CAPACITY
                DISPLAY "ERROR: more than " PALETTE-CAPACITY " different block states in the box; split the box. Nothing has been written."
                GOBACK
            END-IF
            ADD 1 TO PALETTE-COUNT
            MOVE BOX-BLOCK-ID(BOX-INDEX) TO PALETTE-STATE-ID(PALETTE-COUNT)
            MOVE PALETTE-COUNT TO PALETTE-OF-STATE(BOX-BLOCK-ID(BOX-INDEX) + 1)
        END-IF
    END-PERFORM

    PERFORM BUILD-FILE
    IF OUT-OVERFLOW > 0
        DISPLAY "ERROR: the structure outgrew the file buffer; split the box. Nothing has been written."
        GOBACK
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/structures"
    MOVE SPACES TO STRUCTURE-FILE-NAME
    STRING "save/structures/" FUNCTION TRIM(STRUCTURE-NAME) ".txt" DELIMITED BY SIZE INTO STRUCTURE-FILE-NAME
    CALL "World-WriteFileAtomic" USING STRUCTURE-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "ERROR: could not write " FUNCTION TRIM(STRUCTURE-FILE-NAME)
        GOBACK
    END-IF
    MOVE SIZE-X TO COUNT-DISP
    MOVE SIZE-Y TO COUNT-DISP-2
    MOVE SIZE-Z TO COUNT-DISP-3
    DISPLAY "Exported " FUNCTION TRIM(COUNT-DISP) " x " FUNCTION TRIM(COUNT-DISP-2) " x " FUNCTION TRIM(COUNT-DISP-3) " blocks from " CHUNKS-READ " chunk(s): "
        BOX-NON-AIR " non-air, " PALETTE-COUNT " block state(s), " ENTITY-COUNT " block entit(ies)"
    DISPLAY "Structure written to " FUNCTION TRIM(STRUCTURE-FILE-NAME) " (checksum " FUNCTION TRIM(CHECKSUM-DISP) ")"
    GOBACK.

SHOW-USAGE.
    DISPLAY "usage: export <name> <overworld|nether> <x1> <y1> <z1> <x2> <y2> <z2>"
    DISPLAY "Copies the box, block entities included, to save/structures/<name>.txt for Import-Structure. The name is up to 9 letters, digits, '_' or '-'.".

CHECK-NAME.
    *> the name becomes a file name and part of the journal name an
    *> import is recorded under, so it is kept to a safe alphabet
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

COPY-CHUNK.
    CALL "World-LoadChunk" USING CHUNK-X CHUNK-Z IO-FAILURE EXPORT-DIMENSION
    IF IO-FAILURE = 0
        CALL "World-FindChunkIndex" USING CHUNK-X CHUNK-Z CHUNK-INDEX EXPORT-DIMENSION
    END-IF
    IF IO-FAILURE NOT = 0 OR CHUNK-INDEX = 0
        DISPLAY "ERROR: chunk " CHUNK-X " " CHUNK-Z " in the " FUNCTION TRIM(EXPORT-DIM-NAME) " is not on disk or does not decode; the box must lie in generated terrain"
        MOVE 1 TO EXPORT-FAILED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CHUNKS-READ
    COMPUTE COLUMN-MIN-X = FUNCTION MAX(MIN-X, CHUNK-X * 16)
    COMPUTE COLUMN-MAX-X = FUNCTION MIN(MAX-X, CHUNK-X * 16 + 15)
    COMPUTE COLUMN-MIN-Z = FUNCTION MAX(MIN-Z, CHUNK-Z * 16)
    COMPUTE COLUMN-MAX-Z = FUNCTION MIN(MAX-Z, CHUNK-Z * 16 + 15)
    PERFORM VARYING BLOCK-Y FROM MIN-Y BY 1 UNTIL BLOCK-Y > MAX-Y
        COMPUTE SECTION-INDEX = (BLOCK-Y + 64) / 16 + 1
        PERFORM VARYING BLOCK-Z FROM COLUMN-MIN-Z BY 1 UNTIL BLOCK-Z > COLUMN-MAX-Z
            PERFORM VARYING BLOCK-X FROM COLUMN-MIN-X BY 1 UNTIL BLOCK-X > COLUMN-MAX-X
                COMPUTE BOX-INDEX = ((BLOCK-Y - MIN-Y) * SIZE-Z + (BLOCK-Z - MIN-Z)) * SIZE-X + (BLOCK-X - MIN-X) + 1
                COMPUTE BLOCK-INDEX = ((FUNCTION MOD(BLOCK-Y + 64, 16)) * 16 + (FUNCTION MOD(BLOCK-Z, 16))) * 16 + (FUNCTION MOD(BLOCK-X, 16)) + 1
                MOVE WORLD-BLOCK-ID(CHUNK-INDEX, SECTION-INDEX, BLOCK-INDEX) TO BOX-BLOCK-ID(BOX-INDEX)
                IF WORLD-BLOCK-ENTITY-COUNT(CHUNK-INDEX) > 0
                    COMPUTE BLOCK-IN-CHUNK-INDEX = ((BLOCK-Y + 64) * 16 + (FUNCTION MOD(BLOCK-Z, 16))) * 16 + (FUNCTION MOD(BLOCK-X, 16)) + 1
                    IF WORLD-BLOCK-ENTITY-ID(CHUNK-INDEX, BLOCK-IN-CHUNK-INDEX) >= 0
                        PERFORM COPY-ENTITY
                    END-IF
                END-IF
            END-PERFORM
        END-PERFORM
    END-PERFORM
    MOVE 0 TO WORLD-CHUNK-PRESENT(CHUNK-INDEX)
    CALL "World-PurgeChunkMobs" USING CHUNK-X CHUNK-Z EXPORT-DIMENSION.

COPY-ENTITY.
    IF ENTITY-COUNT >= ENTITY-CAPACITY
        DISPLAY "ERROR: more than " ENTITY-CAPACITY " block entities in the box; split the box"
        MOVE 1 TO EXPORT-FAILED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ENTITY-COUNT
    COMPUTE ENTITY-DX(ENTITY-COUNT) = BLOCK-X - MIN-X
    COMPUTE ENTITY-DY(ENTITY-COUNT) = BLOCK-Y - MIN-Y
    COMPUTE ENTITY-DZ(ENTITY-COUNT) = BLOCK-Z - MIN-Z
    MOVE WORLD-BLOCK-ENTITY-ID(CHUNK-INDEX, BLOCK-IN-CHUNK-INDEX) TO ENTITY-TYPE-ID(ENTITY-COUNT)
    MOVE 0 TO ENTITY-DATA-LENGTH(ENTITY-COUNT)
    PERFORM VARYING ENTITY-DATA-INDEX FROM 1 BY 1 UNTIL ENTITY-DATA-INDEX > WORLD-BLOCK-ENTITY-DATA-CAPACITY
        IF WORLD-BLOCK-ENTITY-DATA-INDEX(CHUNK-INDEX, ENTITY-DATA-INDEX) = BLOCK-IN-CHUNK-INDEX
            MOVE WORLD-BLOCK-ENTITY-DATA-LENGTH(CHUNK-INDEX, ENTITY-DATA-INDEX) TO ENTITY-DATA-LENGTH(ENTITY-COUNT)
            MOVE WORLD-BLOCK-ENTITY-DATA(CHUNK-INDEX, ENTITY-DATA-INDEX) TO ENTITY-DATA(ENTITY-COUNT)
            EXIT PERFORM
        END-IF
    END-PERFORM.

BUILD-FILE.
    MOVE 1 TO OUT-OFFSET
    MOVE 0 TO OUT-OVERFLOW
    MOVE "structure 1" TO OUT-LINE
    PERFORM APPEND-OUT-LINE
    MOVE SIZE-X TO COUNT-DISP
    MOVE SIZE-Y TO COUNT-DISP-2
    MOVE SIZE-Z TO COUNT-DISP-3
    MOVE SPACES TO OUT-LINE
    STRING "size " FUNCTION TRIM(COUNT-DISP) " " FUNCTION TRIM(COUNT-DISP-2) " " FUNCTION TRIM(COUNT-DISP-3) DELIMITED BY SIZE INTO OUT-LINE
    PERFORM APPEND-OUT-LINE
    MOVE MIN-X TO COORD-X-DISP
    MOVE MIN-Y TO COORD-Y-DISP
    MOVE MIN-Z TO COORD-Z-DISP
    MOVE SPACES TO OUT-LINE
    STRING "source " FUNCTION TRIM(EXPORT-DIM-NAME) " " FUNCTION TRIM(COORD-X-DISP) " " FUNCTION TRIM(COORD-Y-DISP) " " FUNCTION TRIM(COORD-Z-DISP) DELIMITED BY SIZE INTO OUT-LINE
    PERFORM APPEND-OUT-LINE
    MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
    MOVE WORLD-AGE TO AGE-DISP
    MOVE SPACES TO OUT-LINE
    STRING "exported " CURRENT-STAMP(1:4) "-" CURRENT-STAMP(5:2) "-" CURRENT-STAMP(7:2) "T" CURRENT-STAMP(9:2) ":" CURRENT-STAMP(11:2) ":" CURRENT-STAMP(13:2)
        " age=" FUNCTION TRIM(AGE-DISP) DELIMITED BY SIZE INTO OUT-LINE
    PERFORM APPEND-OUT-LINE

    MOVE PALETTE-COUNT TO COUNT-DISP
    MOVE SPACES TO OUT-LINE
    STRING "palette " FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE INTO OUT-LINE
    PERFORM APPEND-OUT-LINE
    PERFORM VARYING PALETTE-INDEX FROM 1 BY 1 UNTIL PALETTE-INDEX > PALETTE-COUNT
        PERFORM DESCRIBE-BLOCK
        MOVE DESCRIBE-TEXT TO OUT-LINE
        PERFORM APPEND-OUT-LINE
    END-PERFORM

    MOVE BOX-VOLUME TO COUNT-DISP
    MOVE SPACES TO OUT-LINE
    STRING "blocks " FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE INTO OUT-LINE
    PERFORM APPEND-OUT-LINE
    MOVE SPACES TO OUT-LINE
    MOVE 1 TO OUT-POINTER
    MOVE 0 TO RUNS-ON-LINE
    MOVE PALETTE-OF-STATE(BOX-BLOCK-ID(1) + 1) TO RUN-PALETTE
    MOVE 0 TO RUN-LENGTH
    PERFORM VARYING BOX-INDEX FROM 1 BY 1 UNTIL BOX-INDEX > BOX-VOLUME
        IF PALETTE-OF-STATE(BOX-BLOCK-ID(BOX-INDEX) + 1) NOT = RUN-PALETTE
            PERFORM APPEND-RUN
            MOVE PALETTE-OF-STATE(BOX-BLOCK-ID(BOX-INDEX) + 1) TO RUN-PALETTE
            MOVE 0 TO RUN-LENGTH
        END-IF
        ADD 1 TO RUN-LENGTH
    END-PERFORM
    PERFORM APPEND-RUN
    IF RUNS-ON-LINE > 0
        PERFORM APPEND-OUT-LINE
    END-IF

    MOVE ENTITY-COUNT TO COUNT-DISP
    MOVE SPACES TO OUT-LINE
    STRING "entities " FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE INTO OUT-LINE
    PERFORM APPEND-OUT-LINE
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > ENTITY-COUNT
        MOVE SPACES TO ENTITY-TYPE-NAME
        CALL "Registries-Get-EntryName" USING C-MINECRAFT-BLOCK_ENTITY_TYPE ENTITY-TYPE-ID(ENTITY-INDEX) ENTITY-TYPE-NAME
        MOVE "-" TO ENTITY-HEX
        MOVE 1 TO ENTITY-HEX-LENGTH
        IF ENTITY-DATA-LENGTH(ENTITY-INDEX) > 0
            CALL "HexEncodeBytes" USING ENTITY-DATA(ENTITY-INDEX) ENTITY-DATA-LENGTH(ENTITY-INDEX) ENTITY-HEX ENTITY-HEX-LENGTH
        END-IF
        MOVE ENTITY-DX(ENTITY-INDEX) TO COORD-X-DISP
        MOVE ENTITY-DY(ENTITY-INDEX) TO COORD-Y-DISP
        MOVE ENTITY-DZ(ENTITY-INDEX) TO COORD-Z-DISP
        MOVE SPACES TO OUT-LINE
        STRING FUNCTION TRIM(COORD-X-DISP) " " FUNCTION TRIM(COORD-Y-DISP) " " FUNCTION TRIM(COORD-Z-DISP) " "
            FUNCTION TRIM(ENTITY-TYPE-NAME) " " ENTITY-HEX(1:ENTITY-HEX-LENGTH) DELIMITED BY SIZE INTO OUT-LINE
        PERFORM APPEND-OUT-LINE
    END-PERFORM

    *> the checksum covers everything above it
    SUBTRACT 1 FROM OUT-OFFSET GIVING OUT-LENGTH
    CALL "FileChecksum" USING OUT-BUFFER OUT-LENGTH FILE-CHECKSUM
    MOVE FILE-CHECKSUM TO CHECKSUM-DISP
    MOVE SPACES TO OUT-LINE
    STRING "checksum " FUNCTION TRIM(CHECKSUM-DISP) DELIMITED BY SIZE INTO OUT-LINE
    PERFORM APPEND-OUT-LINE
    SUBTRACT 1 FROM OUT-OFFSET GIVING OUT-LENGTH.

APPEND-RUN.
    *> one "<count>*<palette number>" token; palette numbers start at 0
    MOVE RUN-LENGTH TO COUNT-DISP
    COMPUTE COUNT-DISP-2 = RUN-PALETTE - 1
    IF RUNS-ON-LINE > 0
        STRING " " DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-POINTER
    END-IF
    STRING FUNCTION TRIM(COUNT-DISP) "*" FUNCTION TRIM(COUNT-DISP-2) DELIMITED BY SIZE INTO OUT-LINE WITH POINTER OUT-POINTER
    ADD 1 TO RUNS-ON-LINE
    IF RUNS-ON-LINE >= RUNS-PER-LINE
        PERFORM APPEND-OUT-LINE
        MOVE SPACES TO OUT-LINE
        MOVE 1 TO OUT-POINTER
        MOVE 0 TO RUNS-ON-LINE
    END-IF.

DESCRIBE-BLOCK.
    *> the palette entry as "name[property=value,...]", the way the game
    *> writes block states (Query-BlockChanges' rendering)
    CALL "Blocks-Get-StateDescription" USING PALETTE-STATE-ID(PALETTE-INDEX) EXPORT-BLOCK-DESCRIPTION
    MOVE SPACES TO DESCRIBE-TEXT
    MOVE 1 TO DESCRIBE-POINTER
    STRING FUNCTION TRIM(EXPORT-BLOCK-NAME) DELIMITED BY SIZE INTO DESCRIBE-TEXT WITH POINTER DESCRIBE-POINTER
    IF EXPORT-BLOCK-PROPERTY-COUNT > 0
        STRING "[" DELIMITED BY SIZE INTO DESCRIBE-TEXT WITH POINTER DESCRIBE-POINTER
        PERFORM VARYING PROPERTY-INDEX FROM 1 BY 1 UNTIL PROPERTY-INDEX > EXPORT-BLOCK-PROPERTY-COUNT OR PROPERTY-INDEX > 16
            IF PROPERTY-INDEX > 1
                STRING "," DELIMITED BY SIZE INTO DESCRIBE-TEXT WITH POINTER DESCRIBE-POINTER
            END-IF
            STRING FUNCTION TRIM(EXPORT-BLOCK-PROPERTY-NAME(PROPERTY-INDEX)) "=" FUNCTION TRIM(EXPORT-BLOCK-PROPERTY-VALUE(PROPERTY-INDEX))
                DELIMITED BY SIZE INTO DESCRIBE-TEXT WITH POINTER DESCRIBE-POINTER
        END-PERFORM
        STRING "]" DELIMITED BY SIZE INTO DESCRIBE-TEXT WITH POINTER DESCRIBE-POINTER
    END-IF.

APPEND-OUT-LINE.
    MOVE FUNCTION STORED-CHAR-LENGTH(OUT-LINE) TO OUT-LINE-LENGTH
    IF OUT-OFFSET + OUT-LINE-LENGTH >= LENGTH OF OUT-BUFFER
        MOVE 1 TO OUT-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    IF OUT-LINE-LENGTH > 0
        MOVE OUT-LINE(1:OUT-LINE-LENGTH) TO OUT-BUFFER(OUT-OFFSET:OUT-LINE-LENGTH)
        ADD OUT-LINE-LENGTH TO OUT-OFFSET
    END-IF
    MOVE X"0A" TO OUT-BUFFER(OUT-OFFSET:1)
    ADD 1 TO OUT-OFFSET.

END PROGRAM Export-Structure.
