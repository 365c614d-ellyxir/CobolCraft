*> --- Report-Census ---
*> Offline world resource census. Usage:
*>
*>     census [<spawn-radius>]
*>
*> Walks every chunk in save/region and save/region_nether through
*> World-LoadChunk, the World-VerifyRegions way (a chunk already in the
*> live chunk table is counted as it stands and left loaded), and totals
*> per dimension:
*>   - blocks by block type (the state name without its properties)
*>   - non-air blocks and sections by biome
*>   - ores (any "..._ore" block, and ancient debris) per 16-block Y band,
*>     and in total within <spawn-radius> chunks (default 8) of the spawn
*>     chunk, to watch the area round spawn being mined out
*>   - block entities by type, and how many of them hold contents
*>     (a payload in WORLD-BLOCK-ENTITY-DATA)
*>   - persisted mobs by MOB-TYPE
*> The readable report goes to save/reports/census_<yyyymmdd>.txt and the
*> same figures, one per row, to save/reports/census_<yyyymmdd>.csv:
*>
*>   dimension,category,name,y_band,count,previous,change
*>
*> The CSV is also kept as save/census_state.csv; the next census reads
*> it back and shows every figure's change since then, plus the figures
*> that have dropped to nothing (the Report-Operations state-file way).
*> The previous and change columns are empty on a first census.
IDENTIFICATION DIVISION.
PROGRAM-ID. Report-Census.

DATA DIVISION.
WORKING-STORAGE SECTION.
    78 REGION-CHUNK-SCAN-CAPACITY VALUE 65536.
    78 STATE-ID-LIMIT       VALUE 65536.
    78 TYPE-CAPACITY        VALUE 2048.
    78 ORE-CAPACITY         VALUE 32.
    78 BAND-COUNT           VALUE 24.
    78 BIOME-CAPACITY       VALUE 256.
    78 ENTITY-TYPE-CAPACITY VALUE 256.
    78 MOB-TYPE-CAPACITY    VALUE 128.
    78 PREVIOUS-CAPACITY    VALUE 16384.
    01 C-MINECRAFT-WORLDGEN-BIOME    PIC X(50) VALUE "minecraft:worldgen/biome".
    01 C-MINECRAFT-BLOCK_ENTITY_TYPE PIC X(32) VALUE "minecraft:block_entity_type".
    01 C-DEFAULT-SPAWN-RADIUS BINARY-LONG           VALUE 8.
    *> Command-line arguments
    01 COMMAND-ARGS         PIC X(256).
    01 ARG-RADIUS           PIC X(32).
    01 SPAWN-RADIUS         BINARY-LONG.
    *> Region scan
    01 SCAN-CHUNK-X-TABLE.
        02 SCAN-CHUNK-X     BINARY-LONG OCCURS REGION-CHUNK-SCAN-CAPACITY TIMES.
    01 SCAN-CHUNK-Z-TABLE.
        02 SCAN-CHUNK-Z     BINARY-LONG OCCURS REGION-CHUNK-SCAN-CAPACITY TIMES.
    01 SCAN-CHUNK-COUNT     BINARY-LONG UNSIGNED.
    01 SCAN-INDEX           BINARY-LONG UNSIGNED.
    01 SCAN-DIMENSION       BINARY-CHAR UNSIGNED.
    01 DIM-SLOT             BINARY-LONG UNSIGNED.
    01 CHUNK-INDEX          BINARY-LONG UNSIGNED.
    01 CHUNK-WAS-LOADED     BINARY-CHAR UNSIGNED.
    01 NEAR-SPAWN           BINARY-CHAR UNSIGNED.
    01 SECTION-INDEX        BINARY-LONG UNSIGNED.
    01 SECTION-LOW          BINARY-LONG UNSIGNED.
    01 SECTION-HIGH         BINARY-LONG UNSIGNED.
    01 BLOCK-INDEX          BINARY-LONG UNSIGNED.
    01 BLOCK-ID             BINARY-LONG UNSIGNED.
    01 BLOCK-IN-CHUNK-INDEX BINARY-LONG UNSIGNED.
    01 ENTITY-DATA-INDEX    BINARY-LONG UNSIGNED.
    01 ENTITIES-SEEN        BINARY-LONG UNSIGNED.
    01 MOB-INDEX            BINARY-LONG UNSIGNED.
    01 MOB-CHUNK-X          BINARY-LONG.
    01 MOB-CHUNK-Z          BINARY-LONG.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> Per-dimension tallies (second subscript: dimension tag + 1)
    01 CHUNK-TALLIES.
        02 CHUNKS-SCANNED       BINARY-LONG UNSIGNED OCCURS 2 TIMES.
        02 CHUNKS-FAILED        BINARY-LONG UNSIGNED OCCURS 2 TIMES.
    *> Block types; STATE-TYPE caches the type slot of each state id
    01 STATE-TYPE-TABLE.
        02 STATE-TYPE           BINARY-LONG UNSIGNED OCCURS STATE-ID-LIMIT TIMES.
    01 TYPE-COUNT           BINARY-LONG UNSIGNED.
    01 TYPES-FULL           BINARY-CHAR UNSIGNED.
    01 TYPE-TABLE.
        02 TYPE-ENTRY OCCURS TYPE-CAPACITY TIMES.
            03 TYPE-NAME            PIC X(48).
            03 TYPE-ORE-INDEX       BINARY-LONG UNSIGNED.
            03 TYPE-LISTED          BINARY-CHAR UNSIGNED.
            03 TYPE-BLOCKS          BINARY-DOUBLE OCCURS 2 TIMES.
    01 TYPE-SLOT            BINARY-LONG UNSIGNED.
    01 TYPE-INDEX           BINARY-LONG UNSIGNED.
    01 NAME-LENGTH          BINARY-LONG UNSIGNED.
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==CENSUS-BLOCK==.
    *> Ores
    01 ORE-COUNT            BINARY-LONG UNSIGNED.
    01 ORE-TABLE.
        02 ORE-ENTRY OCCURS ORE-CAPACITY TIMES.
            03 ORE-TYPE-SLOT        BINARY-LONG UNSIGNED.
            03 ORE-DIMENSION OCCURS 2 TIMES.
                04 ORE-BAND-BLOCKS      BINARY-DOUBLE OCCURS BAND-COUNT TIMES.
                04 ORE-SPAWN-BLOCKS     BINARY-DOUBLE.
    01 ORE-INDEX            BINARY-LONG UNSIGNED.
    01 BAND-INDEX           BINARY-LONG UNSIGNED.
    01 BAND-LOW             BINARY-LONG.
    01 BAND-LOW-DISP        PIC -(4)9.
    01 BAND-HIGH-DISP       PIC -(4)9.
    *> Biomes (slot: biome id + 1)
    01 BIOME-TABLE.
        02 BIOME-ENTRY OCCURS BIOME-CAPACITY TIMES.
            03 BIOME-SECTIONS       BINARY-LONG UNSIGNED OCCURS 2 TIMES.
            03 BIOME-BLOCKS         BINARY-DOUBLE OCCURS 2 TIMES.
    01 BIOME-SLOT           BINARY-LONG UNSIGNED.
    01 BIOME-ID             BINARY-LONG.
    01 BIOME-NAME           PIC X(256).
    *> Block entities (slot: block entity type id + 1)
    01 ENTITY-TYPE-TABLE.
        02 ENTITY-TYPE-ENTRY OCCURS ENTITY-TYPE-CAPACITY TIMES.
            03 ENTITY-TOTAL         BINARY-LONG UNSIGNED OCCURS 2 TIMES.
            03 ENTITY-WITH-DATA     BINARY-LONG UNSIGNED OCCURS 2 TIMES.
    01 ENTITY-SLOT          BINARY-LONG UNSIGNED.
    01 ENTITY-TYPE-ID       BINARY-LONG.
    01 ENTITY-TYPE-NAME     PIC X(256).
    *> Mobs
    01 MOB-TYPE-COUNT       BINARY-LONG UNSIGNED.
    01 MOB-TYPE-TABLE.
        02 MOB-TYPE-ENTRY OCCURS MOB-TYPE-CAPACITY TIMES.
            03 MOB-TYPE-NAME        PIC X(32).
            03 MOB-TYPE-MOBS        BINARY-LONG UNSIGNED OCCURS 2 TIMES.
    01 MOB-TYPE-INDEX       BINARY-LONG UNSIGNED.
    *> The previous census, from the state file
    01 STATE-FILE-NAME      PIC X(255)              VALUE "save/census_state.csv".
    01 PREVIOUS-PRESENT     BINARY-CHAR UNSIGNED.
    01 PREVIOUS-COUNT       BINARY-LONG UNSIGNED.
    01 PREVIOUS-TABLE.
        02 PREVIOUS-ENTRY OCCURS PREVIOUS-CAPACITY TIMES.
            03 PREVIOUS-KEY         PIC X(128).
            03 PREVIOUS-VALUE       BINARY-DOUBLE.
            03 PREVIOUS-MATCHED     BINARY-CHAR UNSIGNED.
    01 PREVIOUS-INDEX       BINARY-LONG UNSIGNED.
    01 GONE-COUNT           BINARY-LONG UNSIGNED.
    01 STATE-BUFFER         PIC X(4194304).
    01 STATE-LENGTH         BINARY-LONG UNSIGNED.
    01 STATE-OFFSET         BINARY-LONG UNSIGNED.
    01 STATE-LINE           PIC X(256).
    01 STATE-LINE-LENGTH    BINARY-LONG UNSIGNED.
    01 CSV-FIELD            PIC X(64) OCCURS 6 TIMES.
    *> One figure of the census, as EMIT-ROW writes it to the CSV
    01 ROW-DIMENSION        PIC X(16).
    01 ROW-CATEGORY         PIC X(32).
    01 ROW-NAME             PIC X(48).
    01 ROW-BAND             PIC X(16).
    01 ROW-VALUE            BINARY-DOUBLE.
    01 ROW-KEY              PIC X(128).
    01 ROW-PREVIOUS         BINARY-DOUBLE.
    01 ROW-HAS-PREVIOUS     BINARY-CHAR UNSIGNED.
    01 ROW-CHANGE           BINARY-DOUBLE.
    01 CHANGE-TEXT          PIC X(32).
    *> Report and CSV assembly
    01 REPORT-DATE          PIC X(8).
    01 REPORT-FILE-NAME     PIC X(255).
    01 CSV-FILE-NAME        PIC X(255).
    01 REPORT-BUFFER        PIC X(4194304).
    01 REPORT-OFFSET        BINARY-LONG UNSIGNED.
    01 REPORT-LINE          PIC X(200).
    01 REPORT-LINE-LENGTH   BINARY-LONG UNSIGNED.
    01 CSV-BUFFER           PIC X(4194304).
    01 CSV-OFFSET           BINARY-LONG UNSIGNED.
    01 CSV-LINE             PIC X(256).
    01 CSV-LINE-LENGTH      BINARY-LONG UNSIGNED.
    01 OUTPUT-OVERFLOW      BINARY-CHAR UNSIGNED.
    01 OUTPUT-LENGTH        BINARY-LONG UNSIGNED.
    01 DIM-NAME             PIC X(16).
    01 DIM-TITLE            PIC X(16).
    01 BEST-INDEX           BINARY-LONG UNSIGNED.
    01 BEST-BLOCKS          BINARY-DOUBLE.
    01 COUNT-DISP           PIC Z(17)9.
    01 COUNT-DISP-2         PIC Z(17)9.
    01 SIGNED-DISP          PIC +(17)9.
    01 RADIUS-DISP          PIC Z(9)9.
    *> World data and the persisted mobs World-LoadChunk registers
    COPY DD-WORLD.
    COPY DD-MOBS.

PROCEDURE DIVISION.
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE SPACES TO ARG-RADIUS
    UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACES INTO ARG-RADIUS
    MOVE C-DEFAULT-SPAWN-RADIUS TO SPAWN-RADIUS
    IF ARG-RADIUS NOT = SPACES
        IF FUNCTION TEST-NUMVAL(ARG-RADIUS) NOT = 0 OR FUNCTION NUMVAL(ARG-RADIUS) < 0
            DISPLAY "usage: census [<spawn-radius>]"
            DISPLAY "Counts blocks, biomes, ores, block entities and mobs in every chunk on disk; ores are also totalled within <spawn-radius> chunks (default 8) of spawn."
            GOBACK
        END-IF
        COMPUTE SPAWN-RADIUS = FUNCTION NUMVAL(ARG-RADIUS)
    END-IF

    INITIALIZE CHUNK-TALLIES STATE-TYPE-TABLE TYPE-TABLE ORE-TABLE BIOME-TABLE ENTITY-TYPE-TABLE MOB-TYPE-TABLE
    MOVE 0 TO TYPE-COUNT
    MOVE 0 TO TYPES-FULL
    MOVE 0 TO ORE-COUNT
    MOVE 0 TO MOB-TYPE-COUNT
    PERFORM LOAD-PREVIOUS

    *> Count both dimensions, chunk by chunk
    PERFORM VARYING SCAN-DIMENSION FROM WORLD-DIMENSION-OVERWORLD BY 1 UNTIL SCAN-DIMENSION > WORLD-DIMENSION-NETHER
        COMPUTE DIM-SLOT = SCAN-DIMENSION + 1
        *> only the sections inside the dimension's build height
        IF SCAN-DIMENSION = WORLD-DIMENSION-NETHER
            MOVE 5 TO SECTION-LOW
            MOVE 20 TO SECTION-HIGH
        ELSE
            MOVE 1 TO SECTION-LOW
            MOVE WORLD-SECTION-COUNT TO SECTION-HIGH
        END-IF
        CALL "Region-ListChunks" USING SCAN-DIMENSION REGION-CHUNK-SCAN-CAPACITY SCAN-CHUNK-X-TABLE SCAN-CHUNK-Z-TABLE SCAN-CHUNK-COUNT
        IF SCAN-CHUNK-COUNT > REGION-CHUNK-SCAN-CAPACITY
            DISPLAY "WARNING: more than " REGION-CHUNK-SCAN-CAPACITY " chunks exist for dimension " SCAN-DIMENSION "; only the first " REGION-CHUNK-SCAN-CAPACITY " are counted"
            MOVE REGION-CHUNK-SCAN-CAPACITY TO SCAN-CHUNK-COUNT
        END-IF
        DISPLAY "Counting " SCAN-CHUNK-COUNT " chunk(s) found for dimension " SCAN-DIMENSION " ..."
        PERFORM VARYING SCAN-INDEX FROM 1 BY 1 UNTIL SCAN-INDEX > SCAN-CHUNK-COUNT
            PERFORM COUNT-CHUNK
        END-PERFORM
    END-PERFORM
    IF TYPES-FULL > 0
        DISPLAY "WARNING: more than " TYPE-CAPACITY " block types; blocks of the further types are not counted"
    END-IF

    *> Assemble the report and the CSV side by side
    MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE
    MOVE 1 TO REPORT-OFFSET
    MOVE 1 TO CSV-OFFSET
    MOVE 0 TO OUTPUT-OVERFLOW
    MOVE SPACES TO REPORT-LINE
    STRING "World census " REPORT-DATE DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    IF PREVIOUS-PRESENT > 0
        MOVE "Changes in brackets are since the previous census." TO REPORT-LINE
    ELSE
        MOVE "No previous census to compare with." TO REPORT-LINE
    END-IF
    PERFORM APPEND-REPORT-LINE
    MOVE "dimension,category,name,y_band,count,previous,change" TO CSV-LINE
    PERFORM APPEND-CSV-LINE
    PERFORM VARYING SCAN-DIMENSION FROM WORLD-DIMENSION-OVERWORLD BY 1 UNTIL SCAN-DIMENSION > WORLD-DIMENSION-NETHER
        COMPUTE DIM-SLOT = SCAN-DIMENSION + 1
        PERFORM REPORT-DIMENSION
    END-PERFORM
    PERFORM REPORT-GONE
    IF OUTPUT-OVERFLOW > 0
        DISPLAY "ERROR: the census outgrew the report buffer; nothing has been written"
        GOBACK
    END-IF

    *> Write both files and roll the state forward
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/reports"
    MOVE SPACES TO REPORT-FILE-NAME CSV-FILE-NAME
    STRING "save/reports/census_" REPORT-DATE ".txt" DELIMITED BY SIZE INTO REPORT-FILE-NAME
    STRING "save/reports/census_" REPORT-DATE ".csv" DELIMITED BY SIZE INTO CSV-FILE-NAME
    SUBTRACT 1 FROM REPORT-OFFSET GIVING OUTPUT-LENGTH
    CALL "Files-WriteAll" USING REPORT-FILE-NAME REPORT-BUFFER OUTPUT-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "ERROR: could not write " FUNCTION TRIM(REPORT-FILE-NAME)
        GOBACK
    END-IF
    SUBTRACT 1 FROM CSV-OFFSET GIVING OUTPUT-LENGTH
    CALL "Files-WriteAll" USING CSV-FILE-NAME CSV-BUFFER OUTPUT-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "ERROR: could not write " FUNCTION TRIM(CSV-FILE-NAME)
        GOBACK
    END-IF
    CALL "Files-WriteAll" USING STATE-FILE-NAME CSV-BUFFER OUTPUT-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "WARNING: could not update " FUNCTION TRIM(STATE-FILE-NAME) "; the next census compares against an older one"
    END-IF

    DISPLAY "Census complete: " CHUNKS-SCANNED(1) " overworld and " CHUNKS-SCANNED(2) " nether chunk(s) counted, "
        CHUNKS-FAILED(1) " and " CHUNKS-FAILED(2) " unreadable"
    DISPLAY "Report written to " FUNCTION TRIM(REPORT-FILE-NAME) " and " FUNCTION TRIM(CSV-FILE-NAME)
    GOBACK.

COUNT-CHUNK.
    *> A chunk already in the live table is counted as it stands and
    *> left loaded; any other is loaded, counted and unloaded again
    CALL "World-FindChunkIndex" USING SCAN-CHUNK-X(SCAN-INDEX) SCAN-CHUNK-Z(SCAN-INDEX) CHUNK-INDEX SCAN-DIMENSION
    MOVE 0 TO CHUNK-WAS-LOADED
    IF CHUNK-INDEX > 0
        MOVE 1 TO CHUNK-WAS-LOADED
    ELSE
        CALL "World-LoadChunk" USING SCAN-CHUNK-X(SCAN-INDEX) SCAN-CHUNK-Z(SCAN-INDEX) IO-FAILURE SCAN-DIMENSION
        IF IO-FAILURE = 0
            CALL "World-FindChunkIndex" USING SCAN-CHUNK-X(SCAN-INDEX) SCAN-CHUNK-Z(SCAN-INDEX) CHUNK-INDEX SCAN-DIMENSION
        END-IF
        IF IO-FAILURE NOT = 0 OR CHUNK-INDEX = 0
            ADD 1 TO CHUNKS-FAILED(DIM-SLOT)
            DISPLAY "UNREADABLE chunk at " SCAN-CHUNK-X(SCAN-INDEX) " " SCAN-CHUNK-Z(SCAN-INDEX) " dimension " SCAN-DIMENSION " - left out of the census"
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD 1 TO CHUNKS-SCANNED(DIM-SLOT)
    MOVE 0 TO NEAR-SPAWN
    IF FUNCTION ABS(SCAN-CHUNK-X(SCAN-INDEX)) <= SPAWN-RADIUS AND FUNCTION ABS(SCAN-CHUNK-Z(SCAN-INDEX)) <= SPAWN-RADIUS
        MOVE 1 TO NEAR-SPAWN
    END-IF
    PERFORM VARYING SECTION-INDEX FROM SECTION-LOW BY 1 UNTIL SECTION-INDEX > SECTION-HIGH
        PERFORM COUNT-SECTION
    END-PERFORM
    IF WORLD-BLOCK-ENTITY-COUNT(CHUNK-INDEX) > 0
        PERFORM COUNT-BLOCK-ENTITIES
    END-IF
    PERFORM COUNT-MOBS
    IF CHUNK-WAS-LOADED = 0
        MOVE 0 TO WORLD-CHUNK-PRESENT(CHUNK-INDEX)
        CALL "World-PurgeChunkMobs" USING SCAN-CHUNK-X(SCAN-INDEX) SCAN-CHUNK-Z(SCAN-INDEX) SCAN-DIMENSION
    END-IF.

COUNT-SECTION.
    COMPUTE BIOME-SLOT = WORLD-SECTION-BIOME-ID(CHUNK-INDEX, SECTION-INDEX) + 1
    IF BIOME-SLOT <= BIOME-CAPACITY
        ADD 1 TO BIOME-SECTIONS(BIOME-SLOT, DIM-SLOT)
        ADD WORLD-SECTION-NON-AIR(CHUNK-INDEX, SECTION-INDEX) TO BIOME-BLOCKS(BIOME-SLOT, DIM-SLOT)
    END-IF
    *> an all-air section needs no walk
    IF WORLD-SECTION-NON-AIR(CHUNK-INDEX, SECTION-INDEX) = 0
        MOVE 0 TO BLOCK-ID
        PERFORM FIND-BLOCK-TYPE
        IF TYPE-SLOT > 0
            ADD 4096 TO TYPE-BLOCKS(TYPE-SLOT, DIM-SLOT)
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING BLOCK-INDEX FROM 1 BY 1 UNTIL BLOCK-INDEX > 4096
        MOVE WORLD-BLOCK-ID(CHUNK-INDEX, SECTION-INDEX, BLOCK-INDEX) TO BLOCK-ID
        PERFORM FIND-BLOCK-TYPE
        IF TYPE-SLOT > 0
            ADD 1 TO TYPE-BLOCKS(TYPE-SLOT, DIM-SLOT)
            IF TYPE-ORE-INDEX(TYPE-SLOT) > 0
                ADD 1 TO ORE-BAND-BLOCKS(TYPE-ORE-INDEX(TYPE-SLOT), DIM-SLOT, SECTION-INDEX)
                IF NEAR-SPAWN > 0
                    ADD 1 TO ORE-SPAWN-BLOCKS(TYPE-ORE-INDEX(TYPE-SLOT), DIM-SLOT)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

FIND-BLOCK-TYPE.
    *> the type slot for BLOCK-ID, resolving its name on first sight
    IF BLOCK-ID < STATE-ID-LIMIT
        IF STATE-TYPE(BLOCK-ID + 1) > 0
            MOVE STATE-TYPE(BLOCK-ID + 1) TO TYPE-SLOT
            EXIT PARAGRAPH
        END-IF
    END-IF
    CALL "Blocks-Get-StateDescription" USING BLOCK-ID CENSUS-BLOCK-DESCRIPTION
    MOVE 0 TO TYPE-SLOT
    PERFORM VARYING TYPE-INDEX FROM 1 BY 1 UNTIL TYPE-INDEX > TYPE-COUNT
        IF TYPE-NAME(TYPE-INDEX) = CENSUS-BLOCK-NAME
            MOVE TYPE-INDEX TO TYPE-SLOT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF TYPE-SLOT = 0
        IF TYPE-COUNT >= TYPE-CAPACITY
            MOVE 1 TO TYPES-FULL
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO TYPE-COUNT
        MOVE TYPE-COUNT TO TYPE-SLOT
        MOVE CENSUS-BLOCK-NAME TO TYPE-NAME(TYPE-SLOT)
        MOVE 0 TO TYPE-ORE-INDEX(TYPE-SLOT)
        MOVE FUNCTION STORED-CHAR-LENGTH(CENSUS-BLOCK-NAME) TO NAME-LENGTH
        IF ((NAME-LENGTH > 4 AND CENSUS-BLOCK-NAME(NAME-LENGTH - 3:4) = "_ore") OR CENSUS-BLOCK-NAME = "minecraft:ancient_debris")
                AND ORE-COUNT < ORE-CAPACITY
            ADD 1 TO ORE-COUNT
            MOVE TYPE-SLOT TO ORE-TYPE-SLOT(ORE-COUNT)
            MOVE ORE-COUNT TO TYPE-ORE-INDEX(TYPE-SLOT)
        END-IF
    END-IF
    IF BLOCK-ID < STATE-ID-LIMIT
        MOVE TYPE-SLOT TO STATE-TYPE(BLOCK-ID + 1)
    END-IF.

COUNT-BLOCK-ENTITIES.
    MOVE 0 TO ENTITIES-SEEN
    PERFORM VARYING BLOCK-IN-CHUNK-INDEX FROM 1 BY 1 UNTIL BLOCK-IN-CHUNK-INDEX > 98304
            OR ENTITIES-SEEN >= WORLD-BLOCK-ENTITY-COUNT(CHUNK-INDEX)
        IF WORLD-BLOCK-ENTITY-ID(CHUNK-INDEX, BLOCK-IN-CHUNK-INDEX) >= 0
            ADD 1 TO ENTITIES-SEEN
            COMPUTE ENTITY-SLOT = WORLD-BLOCK-ENTITY-ID(CHUNK-INDEX, BLOCK-IN-CHUNK-INDEX) + 1
            IF ENTITY-SLOT <= ENTITY-TYPE-CAPACITY
                ADD 1 TO ENTITY-TOTAL(ENTITY-SLOT, DIM-SLOT)
                PERFORM VARYING ENTITY-DATA-INDEX FROM 1 BY 1 UNTIL ENTITY-DATA-INDEX > WORLD-BLOCK-ENTITY-DATA-CAPACITY
                    IF WORLD-BLOCK-ENTITY-DATA-INDEX(CHUNK-INDEX, ENTITY-DATA-INDEX) = BLOCK-IN-CHUNK-INDEX
                        IF WORLD-BLOCK-ENTITY-DATA-LENGTH(CHUNK-INDEX, ENTITY-DATA-INDEX) > 0
                            ADD 1 TO ENTITY-WITH-DATA(ENTITY-SLOT, DIM-SLOT)
                        END-IF
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
        END-IF
    END-PERFORM.

COUNT-MOBS.
    *> the mobs World-LoadChunk registered for this chunk
    PERFORM VARYING MOB-INDEX FROM 1 BY 1 UNTIL MOB-INDEX > MAX-MOBS
        IF MOB-PRESENT(MOB-INDEX) = 1 AND MOB-DIMENSION(MOB-INDEX) = SCAN-DIMENSION
            DIVIDE MOB-X(MOB-INDEX) BY 16 GIVING MOB-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE MOB-Z(MOB-INDEX) BY 16 GIVING MOB-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
            IF MOB-CHUNK-X = SCAN-CHUNK-X(SCAN-INDEX) AND MOB-CHUNK-Z = SCAN-CHUNK-Z(SCAN-INDEX)
                PERFORM VARYING MOB-TYPE-INDEX FROM 1 BY 1 UNTIL MOB-TYPE-INDEX > MOB-TYPE-COUNT
                    IF MOB-TYPE-NAME(MOB-TYPE-INDEX) = MOB-TYPE(MOB-INDEX)
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF MOB-TYPE-INDEX > MOB-TYPE-COUNT AND MOB-TYPE-COUNT < MOB-TYPE-CAPACITY
                    ADD 1 TO MOB-TYPE-COUNT
                    MOVE MOB-TYPE-COUNT TO MOB-TYPE-INDEX
                    MOVE MOB-TYPE(MOB-INDEX) TO MOB-TYPE-NAME(MOB-TYPE-INDEX)
                END-IF
                IF MOB-TYPE-INDEX <= MOB-TYPE-COUNT
                    ADD 1 TO MOB-TYPE-MOBS(MOB-TYPE-INDEX, DIM-SLOT)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

REPORT-DIMENSION.
    IF SCAN-DIMENSION = WORLD-DIMENSION-NETHER
        MOVE "nether" TO DIM-NAME
        MOVE "Nether" TO DIM-TITLE
    ELSE
        MOVE "overworld" TO DIM-NAME
        MOVE "Overworld" TO DIM-TITLE
    END-IF
    MOVE DIM-NAME TO ROW-DIMENSION
    MOVE SPACES TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    STRING "== " FUNCTION TRIM(DIM-TITLE) " ==" DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM APPEND-REPORT-LINE

    MOVE "chunks" TO ROW-CATEGORY
    MOVE "counted" TO ROW-NAME
    MOVE SPACES TO ROW-BAND
    MOVE CHUNKS-SCANNED(DIM-SLOT) TO ROW-VALUE
    PERFORM EMIT-ROW
    MOVE CHUNKS-SCANNED(DIM-SLOT) TO COUNT-DISP
    MOVE CHUNKS-FAILED(DIM-SLOT) TO COUNT-DISP-2
    MOVE SPACES TO REPORT-LINE
    STRING "Chunks counted: " FUNCTION TRIM(COUNT-DISP) " " FUNCTION TRIM(CHANGE-TEXT) DELIMITED BY SIZE INTO REPORT-LINE
    IF CHUNKS-FAILED(DIM-SLOT) > 0
        STRING "; " FUNCTION TRIM(COUNT-DISP-2) " unreadable, left out" DELIMITED BY SIZE INTO REPORT-LINE(FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) + 1:)
    END-IF
    PERFORM APPEND-REPORT-LINE

    *> block types, most common first, by repeated selection of the
    *> largest (the Report-Operations way)
    MOVE "Blocks by type:" TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE "block" TO ROW-CATEGORY
    PERFORM VARYING TYPE-INDEX FROM 1 BY 1 UNTIL TYPE-INDEX > TYPE-COUNT
        MOVE 0 TO TYPE-LISTED(TYPE-INDEX)
    END-PERFORM
    PERFORM UNTIL EXIT
        MOVE 0 TO BEST-INDEX
        MOVE 0 TO BEST-BLOCKS
        PERFORM VARYING TYPE-INDEX FROM 1 BY 1 UNTIL TYPE-INDEX > TYPE-COUNT
            IF TYPE-LISTED(TYPE-INDEX) = 0 AND TYPE-BLOCKS(TYPE-INDEX, DIM-SLOT) > BEST-BLOCKS
                MOVE TYPE-BLOCKS(TYPE-INDEX, DIM-SLOT) TO BEST-BLOCKS
                MOVE TYPE-INDEX TO BEST-INDEX
            END-IF
        END-PERFORM
        IF BEST-INDEX = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO TYPE-LISTED(BEST-INDEX)
        MOVE TYPE-NAME(BEST-INDEX) TO ROW-NAME
        MOVE BEST-BLOCKS TO ROW-VALUE
        PERFORM EMIT-ROW
        PERFORM APPEND-FIGURE-LINE
    END-PERFORM

    MOVE "Non-air blocks by biome (sections in brackets):" TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE "biome" TO ROW-CATEGORY
    PERFORM VARYING BIOME-SLOT FROM 1 BY 1 UNTIL BIOME-SLOT > BIOME-CAPACITY
        IF BIOME-SECTIONS(BIOME-SLOT, DIM-SLOT) > 0
            COMPUTE BIOME-ID = BIOME-SLOT - 1
            MOVE SPACES TO BIOME-NAME
            CALL "Registries-Get-EntryName" USING C-MINECRAFT-WORLDGEN-BIOME BIOME-ID BIOME-NAME
            MOVE BIOME-NAME TO ROW-NAME
            MOVE BIOME-BLOCKS(BIOME-SLOT, DIM-SLOT) TO ROW-VALUE
            PERFORM EMIT-ROW
            MOVE BIOME-SECTIONS(BIOME-SLOT, DIM-SLOT) TO COUNT-DISP-2
            MOVE SPACES TO REPORT-LINE
            MOVE ROW-NAME TO REPORT-LINE(3:48)
            MOVE ROW-VALUE TO COUNT-DISP
            STRING COUNT-DISP " (" FUNCTION TRIM(COUNT-DISP-2) " sections) " FUNCTION TRIM(CHANGE-TEXT) DELIMITED BY SIZE INTO REPORT-LINE(52:)
            PERFORM APPEND-REPORT-LINE
        END-IF
    END-PERFORM

    MOVE "Ores by Y band:" TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE "ore" TO ROW-CATEGORY
    PERFORM VARYING ORE-INDEX FROM 1 BY 1 UNTIL ORE-INDEX > ORE-COUNT
        MOVE TYPE-NAME(ORE-TYPE-SLOT(ORE-INDEX)) TO ROW-NAME
        PERFORM VARYING BAND-INDEX FROM 1 BY 1 UNTIL BAND-INDEX > BAND-COUNT
            IF ORE-BAND-BLOCKS(ORE-INDEX, DIM-SLOT, BAND-INDEX) > 0
                COMPUTE BAND-LOW = (BAND-INDEX - 1) * 16 - 64
                MOVE BAND-LOW TO BAND-LOW-DISP
                COMPUTE BAND-HIGH-DISP = BAND-LOW + 15
                MOVE SPACES TO ROW-BAND
                STRING FUNCTION TRIM(BAND-LOW-DISP) ".." FUNCTION TRIM(BAND-HIGH-DISP) DELIMITED BY SIZE INTO ROW-BAND
                MOVE ORE-BAND-BLOCKS(ORE-INDEX, DIM-SLOT, BAND-INDEX) TO ROW-VALUE
                PERFORM EMIT-ROW
                MOVE SPACES TO REPORT-LINE
                STRING FUNCTION TRIM(ROW-NAME) " y " FUNCTION TRIM(ROW-BAND) DELIMITED BY SIZE INTO REPORT-LINE(3:48)
                MOVE ROW-VALUE TO COUNT-DISP
                STRING COUNT-DISP " " FUNCTION TRIM(CHANGE-TEXT) DELIMITED BY SIZE INTO REPORT-LINE(52:)
                PERFORM APPEND-REPORT-LINE
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE SPACES TO ROW-BAND

    MOVE SPAWN-RADIUS TO RADIUS-DISP
    MOVE SPACES TO REPORT-LINE
    STRING "Ores within " FUNCTION TRIM(RADIUS-DISP) " chunks of spawn:" DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE "spawn_ore" TO ROW-CATEGORY
    PERFORM VARYING ORE-INDEX FROM 1 BY 1 UNTIL ORE-INDEX > ORE-COUNT
        IF ORE-SPAWN-BLOCKS(ORE-INDEX, DIM-SLOT) > 0
            MOVE TYPE-NAME(ORE-TYPE-SLOT(ORE-INDEX)) TO ROW-NAME
            MOVE ORE-SPAWN-BLOCKS(ORE-INDEX, DIM-SLOT) TO ROW-VALUE
            PERFORM EMIT-ROW
            PERFORM APPEND-FIGURE-LINE
        END-IF
    END-PERFORM

    MOVE "Block entities by type (those holding contents in brackets):" TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    PERFORM VARYING ENTITY-SLOT FROM 1 BY 1 UNTIL ENTITY-SLOT > ENTITY-TYPE-CAPACITY
        IF ENTITY-TOTAL(ENTITY-SLOT, DIM-SLOT) > 0
            COMPUTE ENTITY-TYPE-ID = ENTITY-SLOT - 1
            MOVE SPACES TO ENTITY-TYPE-NAME
            CALL "Registries-Get-EntryName" USING C-MINECRAFT-BLOCK_ENTITY_TYPE ENTITY-TYPE-ID ENTITY-TYPE-NAME
            MOVE ENTITY-TYPE-NAME TO ROW-NAME
            MOVE "block_entity_contents" TO ROW-CATEGORY
            MOVE ENTITY-WITH-DATA(ENTITY-SLOT, DIM-SLOT) TO ROW-VALUE
            PERFORM EMIT-ROW
            MOVE ENTITY-WITH-DATA(ENTITY-SLOT, DIM-SLOT) TO COUNT-DISP-2
            MOVE "block_entity" TO ROW-CATEGORY
            MOVE ENTITY-TOTAL(ENTITY-SLOT, DIM-SLOT) TO ROW-VALUE
            PERFORM EMIT-ROW
            MOVE SPACES TO REPORT-LINE
            MOVE ROW-NAME TO REPORT-LINE(3:48)
            MOVE ROW-VALUE TO COUNT-DISP
            STRING COUNT-DISP " (" FUNCTION TRIM(COUNT-DISP-2) " holding contents) " FUNCTION TRIM(CHANGE-TEXT) DELIMITED BY SIZE INTO REPORT-LINE(52:)
            PERFORM APPEND-REPORT-LINE
        END-IF
    END-PERFORM

    MOVE "Persisted mobs by type:" TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE "mob" TO ROW-CATEGORY
    PERFORM VARYING MOB-TYPE-INDEX FROM 1 BY 1 UNTIL MOB-TYPE-INDEX > MOB-TYPE-COUNT
        IF MOB-TYPE-MOBS(MOB-TYPE-INDEX, DIM-SLOT) > 0
            MOVE MOB-TYPE-NAME(MOB-TYPE-INDEX) TO ROW-NAME
            MOVE MOB-TYPE-MOBS(MOB-TYPE-INDEX, DIM-SLOT) TO ROW-VALUE
            PERFORM EMIT-ROW
            PERFORM APPEND-FIGURE-LINE
        END-IF
    END-PERFORM.

REPORT-GONE.
    *> figures the previous census had that this one no longer finds
    *> (a block type mined out, a mob type died off), written to the CSV
    *> as zero so the spreadsheet sees the drop
    IF PREVIOUS-PRESENT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE "Gone since the previous census:" TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE 0 TO GONE-COUNT
    PERFORM VARYING PREVIOUS-INDEX FROM 1 BY 1 UNTIL PREVIOUS-INDEX > PREVIOUS-COUNT
        IF PREVIOUS-MATCHED(PREVIOUS-INDEX) = 0 AND PREVIOUS-VALUE(PREVIOUS-INDEX) > 0
            ADD 1 TO GONE-COUNT
            MOVE PREVIOUS-VALUE(PREVIOUS-INDEX) TO COUNT-DISP
            COMPUTE SIGNED-DISP = 0 - PREVIOUS-VALUE(PREVIOUS-INDEX)
            MOVE SPACES TO CSV-LINE
            STRING FUNCTION TRIM(PREVIOUS-KEY(PREVIOUS-INDEX)) ",0," FUNCTION TRIM(COUNT-DISP) "," FUNCTION TRIM(SIGNED-DISP) DELIMITED BY SIZE INTO CSV-LINE
            PERFORM APPEND-CSV-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "  " FUNCTION TRIM(PREVIOUS-KEY(PREVIOUS-INDEX)) " was " FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM APPEND-REPORT-LINE
        END-IF
    END-PERFORM
    IF GONE-COUNT = 0
        MOVE "  (nothing)" TO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-IF.

EMIT-ROW.
    *> One CSV row for ROW-*, with its change against the previous
    *> census; CHANGE-TEXT is left for the report line
    MOVE SPACES TO ROW-KEY
    STRING FUNCTION TRIM(ROW-DIMENSION) "," FUNCTION TRIM(ROW-CATEGORY) "," FUNCTION TRIM(ROW-NAME) "," FUNCTION TRIM(ROW-BAND)
        DELIMITED BY SIZE INTO ROW-KEY
    MOVE 0 TO ROW-HAS-PREVIOUS
    MOVE 0 TO ROW-PREVIOUS
    PERFORM VARYING PREVIOUS-INDEX FROM 1 BY 1 UNTIL PREVIOUS-INDEX > PREVIOUS-COUNT
        IF PREVIOUS-KEY(PREVIOUS-INDEX) = ROW-KEY
            MOVE 1 TO ROW-HAS-PREVIOUS
            MOVE 1 TO PREVIOUS-MATCHED(PREVIOUS-INDEX)
            MOVE PREVIOUS-VALUE(PREVIOUS-INDEX) TO ROW-PREVIOUS
            EXIT PERFORM
        END-IF
    END-PERFORM
    COMPUTE ROW-CHANGE = ROW-VALUE - ROW-PREVIOUS
    MOVE ROW-VALUE TO COUNT-DISP
    MOVE ROW-PREVIOUS TO COUNT-DISP-2
    MOVE ROW-CHANGE TO SIGNED-DISP
    MOVE SPACES TO CSV-LINE
    MOVE SPACES TO CHANGE-TEXT
    EVALUATE TRUE
        WHEN PREVIOUS-PRESENT = 0
            STRING FUNCTION TRIM(ROW-KEY) "," FUNCTION TRIM(COUNT-DISP) ",," DELIMITED BY SIZE INTO CSV-LINE
        WHEN ROW-HAS-PREVIOUS = 0
            STRING FUNCTION TRIM(ROW-KEY) "," FUNCTION TRIM(COUNT-DISP) ",0," FUNCTION TRIM(SIGNED-DISP) DELIMITED BY SIZE INTO CSV-LINE
            MOVE "(new)" TO CHANGE-TEXT
        WHEN OTHER
            STRING FUNCTION TRIM(ROW-KEY) "," FUNCTION TRIM(COUNT-DISP) "," FUNCTION TRIM(COUNT-DISP-2) "," FUNCTION TRIM(SIGNED-DISP) DELIMITED BY SIZE INTO CSV-LINE
            STRING "(" FUNCTION TRIM(SIGNED-DISP) ")" DELIMITED BY SIZE INTO CHANGE-TEXT
    END-EVALUATE
    PERFORM APPEND-CSV-LINE.

APPEND-FIGURE-LINE.
    *> "  <name>   <count> (<change>)" for the row just emitted
    MOVE SPACES TO REPORT-LINE
    MOVE ROW-NAME TO REPORT-LINE(3:48)
    MOVE ROW-VALUE TO COUNT-DISP
    STRING COUNT-DISP " " FUNCTION TRIM(CHANGE-TEXT) DELIMITED BY SIZE INTO REPORT-LINE(52:)
    PERFORM APPEND-REPORT-LINE.

LOAD-PREVIOUS.
    MOVE 0 TO PREVIOUS-PRESENT
    MOVE 0 TO PREVIOUS-COUNT
    CALL "Files-ReadAll" USING STATE-FILE-NAME STATE-BUFFER STATE-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR STATE-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    IF STATE-LENGTH > LENGTH OF STATE-BUFFER
        MOVE LENGTH OF STATE-BUFFER TO STATE-LENGTH
    END-IF
    MOVE 1 TO PREVIOUS-PRESENT
    MOVE 1 TO STATE-OFFSET
    PERFORM UNTIL STATE-OFFSET > STATE-LENGTH
        MOVE 0 TO STATE-LINE-LENGTH
        INSPECT STATE-BUFFER(STATE-OFFSET:STATE-LENGTH - STATE-OFFSET + 1) TALLYING STATE-LINE-LENGTH FOR CHARACTERS BEFORE INITIAL X"0A"
        MOVE SPACES TO STATE-LINE
        IF STATE-LINE-LENGTH > 0
            MOVE STATE-BUFFER(STATE-OFFSET:FUNCTION MIN(STATE-LINE-LENGTH, LENGTH OF STATE-LINE)) TO STATE-LINE
        END-IF
        COMPUTE STATE-OFFSET = STATE-OFFSET + STATE-LINE-LENGTH + 1
        PERFORM VARYING BAND-INDEX FROM 1 BY 1 UNTIL BAND-INDEX > 6
            MOVE SPACES TO CSV-FIELD(BAND-INDEX)
        END-PERFORM
        UNSTRING STATE-LINE DELIMITED BY "," INTO CSV-FIELD(1) CSV-FIELD(2) CSV-FIELD(3) CSV-FIELD(4) CSV-FIELD(5) CSV-FIELD(6)
        *> the header line and rows written as "gone" (count 0) are skipped
        IF CSV-FIELD(1) NOT = "dimension" AND CSV-FIELD(5) NOT = SPACES AND FUNCTION TEST-NUMVAL(CSV-FIELD(5)) = 0
                AND PREVIOUS-COUNT < PREVIOUS-CAPACITY
            IF FUNCTION NUMVAL(CSV-FIELD(5)) > 0
                ADD 1 TO PREVIOUS-COUNT
                MOVE SPACES TO PREVIOUS-KEY(PREVIOUS-COUNT)
                STRING FUNCTION TRIM(CSV-FIELD(1)) "," FUNCTION TRIM(CSV-FIELD(2)) "," FUNCTION TRIM(CSV-FIELD(3)) "," FUNCTION TRIM(CSV-FIELD(4))
                    DELIMITED BY SIZE INTO PREVIOUS-KEY(PREVIOUS-COUNT)
                COMPUTE PREVIOUS-VALUE(PREVIOUS-COUNT) = FUNCTION NUMVAL(CSV-FIELD(5))
                MOVE 0 TO PREVIOUS-MATCHED(PREVIOUS-COUNT)
            END-IF
        END-IF
    END-PERFORM.

APPEND-REPORT-LINE.
    MOVE FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) TO REPORT-LINE-LENGTH
    IF REPORT-OFFSET + REPORT-LINE-LENGTH >= LENGTH OF REPORT-BUFFER
        MOVE 1 TO OUTPUT-OVERFLOW
        MOVE SPACES TO REPORT-LINE
        EXIT PARAGRAPH
    END-IF
    IF REPORT-LINE-LENGTH > 0
        MOVE REPORT-LINE(1:REPORT-LINE-LENGTH) TO REPORT-BUFFER(REPORT-OFFSET:REPORT-LINE-LENGTH)
        ADD REPORT-LINE-LENGTH TO REPORT-OFFSET
    END-IF
    MOVE X"0A" TO REPORT-BUFFER(REPORT-OFFSET:1)
    ADD 1 TO REPORT-OFFSET
    MOVE SPACES TO REPORT-LINE.

APPEND-CSV-LINE.
    MOVE FUNCTION STORED-CHAR-LENGTH(CSV-LINE) TO CSV-LINE-LENGTH
    IF CSV-OFFSET + CSV-LINE-LENGTH >= LENGTH OF CSV-BUFFER
        MOVE 1 TO OUTPUT-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    IF CSV-LINE-LENGTH > 0
        MOVE CSV-LINE(1:CSV-LINE-LENGTH) TO CSV-BUFFER(CSV-OFFSET:CSV-LINE-LENGTH)
        ADD CSV-LINE-LENGTH TO CSV-OFFSET
    END-IF
    MOVE X"0A" TO CSV-BUFFER(CSV-OFFSET:1)
    ADD 1 TO CSV-OFFSET.

END PROGRAM Report-Census.
