*> --- Trim-Chunks ---
*> Offline batch job that removes chunks nobody ever really used: terrain
*> generated once when someone passed by and never visited again. Usage:
*>
*>     trim <min-ticks> [<spawn-radius>] [apply]
*>
*> A chunk is a candidate when its inhabited time (WORLD-CHUNK-INHABITED,
*> the ticks a player spent within view distance of it) is below
*> <min-ticks>, and it is kept regardless when
*>   - it holds any block entity (a chest, a sign, ...),
*>   - the block-change journal - every archive in save/journal/index.txt
*>     plus the current save/block_changes.log - has an entry inside it,
*>   - or it lies within <spawn-radius> chunks (default 8) of the spawn
*>     chunk, in either dimension.
*> Chunks are read through World-LoadChunk, the World-VerifyRegions way;
*> one that does not decode is kept and reported.
*>
*> By default the job only reports: each candidate is listed, nothing is
*> changed. With "apply" the candidates are removed from their region
*> files by clearing their header and timestamp entries, with the same
*> .tmp/.bak swap and World-LoadChunk verification Compact-Regions uses,
*> and a manifest of every removed chunk is written to
*> save/trim/manifest_<yyyymmddhhmmss>.txt. A region's manifest lines are
*> appended to it before that region file is swapped, and a chunk is
*> only cleared once its line is recorded; if the manifest cannot be
*> written the apply stops there. (A region whose swap then fails leaves
*> lines for chunks that are still present; writing those entries back
*> changes nothing.) Each manifest line holds the
*> chunk's cleared header and timestamp entries in hex, so a chunk removed
*> by mistake can be put back by writing them back into the region file -
*> until Compact-Regions is next run and reclaims the sectors the removed
*> chunks leave behind. This job never moves chunk data itself. A removed
*> chunk is generated afresh if anybody goes there again. Run it with the
*> server stopped, the way the other batch jobs are run.
IDENTIFICATION DIVISION.
PROGRAM-ID. Trim-Chunks.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The path is set per file, as Journal-ListFiles returns them
    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO JOURNAL-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
    01 JOURNAL-RECORD       PIC X(8704).

WORKING-STORAGE SECTION.
    78 REGION-CHUNK-SCAN-CAPACITY VALUE 65536.
    78 REGION-LIST-CAPACITY VALUE 1024.
    78 JOURNAL-LIST-CAPACITY VALUE 512.
    78 JOURNALED-CHUNK-CAPACITY VALUE 65536.
    *> twice the capacity, so the open-addressed table stays half empty
    78 JOURNALED-HASH-SIZE  VALUE 131072.
    01 C-DEFAULT-SPAWN-RADIUS BINARY-LONG           VALUE 8.
    *> Command-line arguments
    01 COMMAND-ARGS         PIC X(256).
    01 ARG-1                PIC X(32).
    01 ARG-2                PIC X(32).
    01 ARG-3                PIC X(32).
    01 ARG-TOKEN            PIC X(32).
    01 DIGIT-COUNT          BINARY-LONG UNSIGNED.
    01 MIN-TICKS            BINARY-DOUBLE.
    01 SPAWN-RADIUS         BINARY-LONG.
    01 APPLY-MODE           BINARY-CHAR UNSIGNED.
    *> Journal files
    01 JOURNAL-STATUS       PIC XX.
    01 JOURNAL-PATH         PIC X(255).
    01 JOURNAL-LIST-LIMIT   BINARY-LONG UNSIGNED    VALUE JOURNAL-LIST-CAPACITY.
    01 JOURNAL-FILE-TABLE.
        02 JOURNAL-FILE-NAME PIC X(255) OCCURS JOURNAL-LIST-CAPACITY TIMES.
    01 JOURNAL-FILE-COUNT   BINARY-LONG UNSIGNED.
    01 JOURNAL-FILE-INDEX   BINARY-LONG UNSIGNED.
    01 FROM-AGE             BINARY-DOUBLE           VALUE 0.
    01 TO-AGE               BINARY-DOUBLE           VALUE 999999999999999999.
    *> Journal line fields (parsed by Journal-ParseLine)
    01 LINE-AGE             BINARY-DOUBLE.
    01 LINE-PLAYER          PIC X(16).
    01 LINE-FROM-ID         BINARY-LONG UNSIGNED.
    01 LINE-TO-ID           BINARY-LONG UNSIGNED.
    01 LINE-DIMENSION       BINARY-CHAR UNSIGNED.
    01 LINE-DIM-PRESENT     BINARY-CHAR UNSIGNED.
    01 LINE-POSITION.
        02 LINE-X               BINARY-LONG.
        02 LINE-Y               BINARY-LONG.
        02 LINE-Z               BINARY-LONG.
    01 LINE-KIND            BINARY-CHAR UNSIGNED.
    01 LINE-ENTITY-ID       BINARY-LONG.
    01 LINE-FROM-DATA       PIC X(2048).
    01 LINE-FROM-DATA-LENGTH BINARY-LONG UNSIGNED.
    01 LINE-TO-DATA         PIC X(2048).
    01 LINE-TO-DATA-LENGTH  BINARY-LONG UNSIGNED.
    *> Chunks the journal has touched, with a hash index over them
    01 JOURNALED-COUNT      BINARY-LONG UNSIGNED.
    01 JOURNALED-FULL       BINARY-CHAR UNSIGNED.
    01 JOURNALED-TABLE.
        02 JOURNALED-ENTRY OCCURS JOURNALED-CHUNK-CAPACITY TIMES.
            03 JOURNALED-X          BINARY-LONG.
            03 JOURNALED-Z          BINARY-LONG.
            03 JOURNALED-DIMENSION  BINARY-CHAR UNSIGNED.
    01 JOURNALED-HASH-TABLE.
        02 JOURNALED-SLOT   BINARY-LONG UNSIGNED OCCURS JOURNALED-HASH-SIZE TIMES.
    01 HASH-SLOT            BINARY-LONG UNSIGNED.
    01 HASH-VALUE           BINARY-DOUBLE.
    01 LOOKUP-X             BINARY-LONG.
    01 LOOKUP-Z             BINARY-LONG.
    01 LOOKUP-DIMENSION     BINARY-CHAR UNSIGNED.
    01 LOOKUP-FOUND         BINARY-CHAR UNSIGNED.
    *> Chunk scan (same shape World-VerifyRegions uses)
    01 SCAN-CHUNK-X-TABLE.
        02 SCAN-CHUNK-X     BINARY-LONG OCCURS REGION-CHUNK-SCAN-CAPACITY TIMES.
    01 SCAN-CHUNK-Z-TABLE.
        02 SCAN-CHUNK-Z     BINARY-LONG OCCURS REGION-CHUNK-SCAN-CAPACITY TIMES.
    01 SCAN-CANDIDATE-TABLE.
        02 SCAN-CANDIDATE   BINARY-CHAR UNSIGNED OCCURS REGION-CHUNK-SCAN-CAPACITY TIMES.
    01 SCAN-CHUNK-COUNT     BINARY-LONG UNSIGNED.
    01 SCAN-INDEX           BINARY-LONG UNSIGNED.
    01 SCAN-DIMENSION       BINARY-CHAR UNSIGNED.
    01 CHUNK-INDEX          BINARY-LONG UNSIGNED.
    01 CHUNK-INHABITED      BINARY-DOUBLE.
    01 CHUNK-ENTITIES       BINARY-LONG UNSIGNED.
    *> Distinct region files holding candidates
    01 REGION-COUNT         BINARY-LONG UNSIGNED.
    01 REGION-TABLE.
        02 REGION-ENTRY OCCURS REGION-LIST-CAPACITY TIMES.
            03 REGION-X             BINARY-LONG.
            03 REGION-Z             BINARY-LONG.
    01 REGION-INDEX         BINARY-LONG UNSIGNED.
    01 REGION-LIST-FULL     BINARY-CHAR UNSIGNED.
    01 CHUNK-REGION-X       BINARY-LONG.
    01 CHUNK-REGION-Z       BINARY-LONG.
    *> Region file rewrite
    01 IN-BUFFER            PIC X(8388608).
    01 IN-LENGTH            BINARY-LONG UNSIGNED.
    01 REGION-FILE-NAME     PIC X(255).
    01 TEMP-FILE-NAME       PIC X(255).
    01 BACKUP-FILE-NAME     PIC X(255).
    01 REGION-X-DISP        PIC -(10)9.
    01 REGION-Z-DISP        PIC -(10)9.
    01 HEADER-OFFSET        BINARY-LONG UNSIGNED.
    01 HEADER-BYTES         PIC X(8).
    01 HEADER-BYTES-LENGTH  BINARY-LONG UNSIGNED    VALUE 8.
    01 HEADER-HEX           PIC X(16).
    01 HEADER-HEX-LENGTH    BINARY-LONG UNSIGNED.
    01 REGION-REMOVED       BINARY-LONG UNSIGNED.
    01 VERIFY-FAILED        BINARY-CHAR UNSIGNED.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> Manifest
    01 MANIFEST-FILE-NAME   PIC X(255).
    01 MANIFEST-STAMP       PIC X(21).
    01 MANIFEST-BUFFER      PIC X(4194304).
    01 MANIFEST-OFFSET      BINARY-LONG UNSIGNED.
    01 MANIFEST-LENGTH      BINARY-LONG UNSIGNED.
    01 MANIFEST-LINE        PIC X(200).
    01 MANIFEST-LINE-LENGTH BINARY-LONG UNSIGNED.
    01 MANIFEST-FULL        BINARY-CHAR UNSIGNED.
    01 MANIFEST-WRITTEN     BINARY-LONG UNSIGNED.
    *> Totals
    01 CHUNKS-SCANNED       BINARY-LONG UNSIGNED.
    01 CHUNKS-UNREADABLE    BINARY-LONG UNSIGNED.
    01 KEPT-INHABITED       BINARY-LONG UNSIGNED.
    01 KEPT-ENTITIES        BINARY-LONG UNSIGNED.
    01 KEPT-JOURNALED       BINARY-LONG UNSIGNED.
    01 KEPT-SPAWN           BINARY-LONG UNSIGNED.
    01 CANDIDATE-COUNT      BINARY-LONG UNSIGNED.
    01 DIMENSION-CANDIDATES BINARY-LONG UNSIGNED.
    01 REMOVED-COUNT        BINARY-LONG UNSIGNED.
    01 CHUNK-X-DISP         PIC -(10)9.
    01 CHUNK-Z-DISP         PIC -(10)9.
    01 INHABITED-DISP       PIC Z(17)9.
    01 DIMENSION-DISP       PIC Z9.
    *> World data (dimension constants and the chunk table)
    COPY DD-WORLD.

PROCEDURE DIVISION.
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE SPACES TO ARG-1 ARG-2 ARG-3
    UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACES INTO ARG-1 ARG-2 ARG-3
    MOVE ARG-1 TO ARG-TOKEN
    PERFORM VALIDATE-ARG-NUMBER
    IF DIGIT-COUNT = 0
        PERFORM SHOW-USAGE
        GOBACK
    END-IF
    COMPUTE MIN-TICKS = FUNCTION NUMVAL(ARG-1)
    MOVE C-DEFAULT-SPAWN-RADIUS TO SPAWN-RADIUS
    MOVE 0 TO APPLY-MODE
    IF FUNCTION LOWER-CASE(ARG-2) = "apply"
        MOVE 1 TO APPLY-MODE
    ELSE
        IF ARG-2 NOT = SPACES
            MOVE ARG-2 TO ARG-TOKEN
            PERFORM VALIDATE-ARG-NUMBER
            IF DIGIT-COUNT = 0
                PERFORM SHOW-USAGE
                GOBACK
            END-IF
            COMPUTE SPAWN-RADIUS = FUNCTION NUMVAL(ARG-2)
        END-IF
        IF FUNCTION LOWER-CASE(ARG-3) = "apply"
            MOVE 1 TO APPLY-MODE
        ELSE
            IF ARG-3 NOT = SPACES
                PERFORM SHOW-USAGE
                GOBACK
            END-IF
        END-IF
    END-IF

    IF APPLY-MODE > 0
        DISPLAY "Trimming chunks inhabited for fewer than " MIN-TICKS " tick(s), outside " SPAWN-RADIUS " chunk(s) of spawn"
    ELSE
        DISPLAY "Report only (add ""apply"" to remove): chunks inhabited for fewer than " MIN-TICKS " tick(s), outside " SPAWN-RADIUS " chunk(s) of spawn"
    END-IF

    *> Every chunk the journal has an entry in is kept
    MOVE 0 TO JOURNALED-COUNT
    MOVE 0 TO JOURNALED-FULL
    INITIALIZE JOURNALED-HASH-TABLE
    CALL "Journal-ListFiles" USING FROM-AGE TO-AGE JOURNAL-LIST-LIMIT JOURNAL-FILE-TABLE JOURNAL-FILE-COUNT
    *> a list cut short at its capacity is missing archives and the
    *> current journal, so the chunks they protect would look untouched
    IF JOURNAL-FILE-COUNT >= JOURNAL-LIST-CAPACITY
        DISPLAY "WARNING: the journal file list was cut short at " JOURNAL-LIST-CAPACITY " files; nothing will be removed this run"
        MOVE 0 TO APPLY-MODE
    ELSE
        IF JOURNAL-FILE-COUNT = 0 OR JOURNAL-FILE-NAME(JOURNAL-FILE-COUNT) NOT = "save/block_changes.log"
            DISPLAY "WARNING: the current journal log save/block_changes.log was not found in the journal file list; nothing will be removed this run"
            MOVE 0 TO APPLY-MODE
        END-IF
    END-IF
    PERFORM VARYING JOURNAL-FILE-INDEX FROM 1 BY 1 UNTIL JOURNAL-FILE-INDEX > JOURNAL-FILE-COUNT
        PERFORM COLLECT-JOURNAL-FILE
    END-PERFORM
    IF JOURNALED-FULL > 0
        *> without the full set, a journaled chunk could be taken for a
        *> candidate; report, but never remove on partial evidence
        DISPLAY "WARNING: more than " JOURNALED-CHUNK-CAPACITY " distinct chunks appear in the journal; nothing will be removed this run"
        MOVE 0 TO APPLY-MODE
    END-IF
    DISPLAY JOURNALED-COUNT " chunk(s) have journal entries"

    MOVE 0 TO CHUNKS-SCANNED
    MOVE 0 TO CHUNKS-UNREADABLE
    MOVE 0 TO KEPT-INHABITED
    MOVE 0 TO KEPT-ENTITIES
    MOVE 0 TO KEPT-JOURNALED
    MOVE 0 TO KEPT-SPAWN
    MOVE 0 TO CANDIDATE-COUNT
    MOVE 0 TO REMOVED-COUNT
    MOVE 0 TO MANIFEST-WRITTEN
    MOVE FUNCTION CURRENT-DATE TO MANIFEST-STAMP
    MOVE SPACES TO MANIFEST-FILE-NAME
    STRING "save/trim/manifest_" MANIFEST-STAMP(1:14) ".txt" DELIMITED BY SIZE INTO MANIFEST-FILE-NAME
    IF APPLY-MODE > 0
        CALL "CBL_CREATE_DIR" USING "save"
        CALL "CBL_CREATE_DIR" USING "save/trim"
    END-IF

    PERFORM VARYING SCAN-DIMENSION FROM WORLD-DIMENSION-OVERWORLD BY 1 UNTIL SCAN-DIMENSION > WORLD-DIMENSION-NETHER
        CALL "Region-ListChunks" USING SCAN-DIMENSION REGION-CHUNK-SCAN-CAPACITY SCAN-CHUNK-X-TABLE SCAN-CHUNK-Z-TABLE SCAN-CHUNK-COUNT
        IF SCAN-CHUNK-COUNT > REGION-CHUNK-SCAN-CAPACITY
            DISPLAY "WARNING: more than " REGION-CHUNK-SCAN-CAPACITY " chunks exist for dimension " SCAN-DIMENSION "; only the first " REGION-CHUNK-SCAN-CAPACITY " are considered"
            MOVE REGION-CHUNK-SCAN-CAPACITY TO SCAN-CHUNK-COUNT
        END-IF
        DISPLAY "Scanning " SCAN-CHUNK-COUNT " chunk(s) found for dimension " SCAN-DIMENSION " ..."
        MOVE 0 TO DIMENSION-CANDIDATES
        PERFORM VARYING SCAN-INDEX FROM 1 BY 1 UNTIL SCAN-INDEX > SCAN-CHUNK-COUNT
            PERFORM CLASSIFY-CHUNK
        END-PERFORM
        IF APPLY-MODE > 0 AND DIMENSION-CANDIDATES > 0
            PERFORM TRIM-DIMENSION
        END-IF
    END-PERFORM

    IF MANIFEST-WRITTEN > 0
        DISPLAY "Manifest written to " FUNCTION TRIM(MANIFEST-FILE-NAME)
    END-IF

    DISPLAY "Scanned " CHUNKS-SCANNED " chunk(s): " CANDIDATE-COUNT " candidate(s), " REMOVED-COUNT " removed"
    DISPLAY "Kept: " KEPT-INHABITED " inhabited, " KEPT-ENTITIES " with block entities, " KEPT-JOURNALED " journaled, " KEPT-SPAWN " near spawn, " CHUNKS-UNREADABLE " unreadable"
    GOBACK.

SHOW-USAGE.
    DISPLAY "usage: trim <min-ticks> [<spawn-radius>] [apply]"
    DISPLAY "Lists (or with apply, removes) chunks inhabited for fewer than <min-ticks> ticks."
    DISPLAY "Chunks with block entities or journal entries, and those within <spawn-radius>"
    DISPLAY "chunks of spawn (default 8), are always kept.".

VALIDATE-ARG-NUMBER.
    *> ARG-TOKEN must be digits only; DIGIT-COUNT is 0 when it is not
    MOVE 0 TO DIGIT-COUNT
    INSPECT ARG-TOKEN TALLYING DIGIT-COUNT FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4" ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
    IF DIGIT-COUNT NOT = FUNCTION STORED-CHAR-LENGTH(ARG-TOKEN)
        MOVE 0 TO DIGIT-COUNT
    END-IF.

COLLECT-JOURNAL-FILE.
    MOVE JOURNAL-FILE-NAME(JOURNAL-FILE-INDEX) TO JOURNAL-PATH
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS NOT = "00" AND JOURNAL-STATUS NOT = "05"
        *> an archive we cannot read might protect chunks we would
        *> otherwise remove
        DISPLAY "WARNING: cannot open " FUNCTION TRIM(JOURNAL-PATH) " (status " JOURNAL-STATUS "); nothing will be removed this run"
        MOVE 0 TO APPLY-MODE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EXIT
        READ JOURNAL-FILE
            AT END EXIT PERFORM
        END-READ
        CALL "Journal-ParseLine" USING JOURNAL-RECORD LINE-AGE LINE-PLAYER LINE-POSITION LINE-FROM-ID LINE-TO-ID LINE-DIMENSION LINE-DIM-PRESENT LINE-KIND LINE-ENTITY-ID LINE-FROM-DATA LINE-FROM-DATA-LENGTH LINE-TO-DATA LINE-TO-DATA-LENGTH
        DIVIDE LINE-X BY 16 GIVING LOOKUP-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE LINE-Z BY 16 GIVING LOOKUP-Z ROUNDED MODE IS TOWARD-LESSER
        MOVE LINE-DIMENSION TO LOOKUP-DIMENSION
        PERFORM FIND-JOURNALED
        IF LOOKUP-FOUND = 0
            IF JOURNALED-COUNT >= JOURNALED-CHUNK-CAPACITY
                MOVE 1 TO JOURNALED-FULL
            ELSE
                ADD 1 TO JOURNALED-COUNT
                MOVE LOOKUP-X TO JOURNALED-X(JOURNALED-COUNT)
                MOVE LOOKUP-Z TO JOURNALED-Z(JOURNALED-COUNT)
                MOVE LOOKUP-DIMENSION TO JOURNALED-DIMENSION(JOURNALED-COUNT)
                MOVE JOURNALED-COUNT TO JOURNALED-SLOT(HASH-SLOT)
            END-IF
        END-IF
    END-PERFORM
    CLOSE JOURNAL-FILE.

FIND-JOURNALED.
    *> Looks LOOKUP-X/Z/DIMENSION up in the journaled-chunk hash; on a
    *> miss HASH-SLOT is left on the free slot where it belongs
    MOVE 0 TO LOOKUP-FOUND
    COMPUTE HASH-VALUE = FUNCTION MOD(LOOKUP-X * 7919 + LOOKUP-Z * 104729 + LOOKUP-DIMENSION * 1299709, JOURNALED-HASH-SIZE)
    COMPUTE HASH-SLOT = HASH-VALUE + 1
    PERFORM UNTIL JOURNALED-SLOT(HASH-SLOT) = 0
        IF JOURNALED-X(JOURNALED-SLOT(HASH-SLOT)) = LOOKUP-X AND JOURNALED-Z(JOURNALED-SLOT(HASH-SLOT)) = LOOKUP-Z
                AND JOURNALED-DIMENSION(JOURNALED-SLOT(HASH-SLOT)) = LOOKUP-DIMENSION
            MOVE 1 TO LOOKUP-FOUND
            EXIT PERFORM
        END-IF
        ADD 1 TO HASH-SLOT
        IF HASH-SLOT > JOURNALED-HASH-SIZE
            MOVE 1 TO HASH-SLOT
        END-IF
    END-PERFORM.

CLASSIFY-CHUNK.
    MOVE 0 TO SCAN-CANDIDATE(SCAN-INDEX)
    ADD 1 TO CHUNKS-SCANNED
    *> cheap tests first: spawn protection and the journal
    IF FUNCTION ABS(SCAN-CHUNK-X(SCAN-INDEX)) <= SPAWN-RADIUS AND FUNCTION ABS(SCAN-CHUNK-Z(SCAN-INDEX)) <= SPAWN-RADIUS
        ADD 1 TO KEPT-SPAWN
        EXIT PARAGRAPH
    END-IF
    MOVE SCAN-CHUNK-X(SCAN-INDEX) TO LOOKUP-X
    MOVE SCAN-CHUNK-Z(SCAN-INDEX) TO LOOKUP-Z
    MOVE SCAN-DIMENSION TO LOOKUP-DIMENSION
    PERFORM FIND-JOURNALED
    IF LOOKUP-FOUND > 0
        ADD 1 TO KEPT-JOURNALED
        EXIT PARAGRAPH
    END-IF
    *> then the chunk itself
    CALL "World-LoadChunk" USING SCAN-CHUNK-X(SCAN-INDEX) SCAN-CHUNK-Z(SCAN-INDEX) IO-FAILURE SCAN-DIMENSION
    IF IO-FAILURE NOT = 0
        ADD 1 TO CHUNKS-UNREADABLE
        DISPLAY "KEPT unreadable chunk at " SCAN-CHUNK-X(SCAN-INDEX) " " SCAN-CHUNK-Z(SCAN-INDEX) " dimension " SCAN-DIMENSION " - failed to decode"
        EXIT PARAGRAPH
    END-IF
    CALL "World-FindChunkIndex" USING SCAN-CHUNK-X(SCAN-INDEX) SCAN-CHUNK-Z(SCAN-INDEX) CHUNK-INDEX SCAN-DIMENSION
    IF CHUNK-INDEX = 0
        ADD 1 TO CHUNKS-UNREADABLE
        EXIT PARAGRAPH
    END-IF
    MOVE WORLD-CHUNK-INHABITED(CHUNK-INDEX) TO CHUNK-INHABITED
    MOVE WORLD-BLOCK-ENTITY-COUNT(CHUNK-INDEX) TO CHUNK-ENTITIES
    MOVE 0 TO WORLD-CHUNK-PRESENT(CHUNK-INDEX)
    CALL "World-PurgeChunkMobs" USING SCAN-CHUNK-X(SCAN-INDEX) SCAN-CHUNK-Z(SCAN-INDEX) SCAN-DIMENSION
    IF CHUNK-ENTITIES > 0
        ADD 1 TO KEPT-ENTITIES
        EXIT PARAGRAPH
    END-IF
    IF CHUNK-INHABITED >= MIN-TICKS
        ADD 1 TO KEPT-INHABITED
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO SCAN-CANDIDATE(SCAN-INDEX)
    ADD 1 TO CANDIDATE-COUNT
    ADD 1 TO DIMENSION-CANDIDATES
    MOVE SCAN-CHUNK-X(SCAN-INDEX) TO CHUNK-X-DISP
    MOVE SCAN-CHUNK-Z(SCAN-INDEX) TO CHUNK-Z-DISP
    MOVE CHUNK-INHABITED TO INHABITED-DISP
    MOVE SCAN-DIMENSION TO DIMENSION-DISP
    DISPLAY "CANDIDATE chunk " FUNCTION TRIM(CHUNK-X-DISP) " " FUNCTION TRIM(CHUNK-Z-DISP) " dimension " FUNCTION TRIM(DIMENSION-DISP) " inhabited " FUNCTION TRIM(INHABITED-DISP) " tick(s)".

TRIM-DIMENSION.
    *> Collect the distinct region files holding this dimension's candidates
    MOVE 0 TO REGION-COUNT
    MOVE 0 TO REGION-LIST-FULL
    PERFORM VARYING SCAN-INDEX FROM 1 BY 1 UNTIL SCAN-INDEX > SCAN-CHUNK-COUNT
        IF SCAN-CANDIDATE(SCAN-INDEX) = 0
            EXIT PERFORM CYCLE
        END-IF
        DIVIDE SCAN-CHUNK-X(SCAN-INDEX) BY 32 GIVING CHUNK-REGION-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE SCAN-CHUNK-Z(SCAN-INDEX) BY 32 GIVING CHUNK-REGION-Z ROUNDED MODE IS TOWARD-LESSER
        PERFORM VARYING REGION-INDEX FROM 1 BY 1 UNTIL REGION-INDEX > REGION-COUNT
            IF REGION-X(REGION-INDEX) = CHUNK-REGION-X AND REGION-Z(REGION-INDEX) = CHUNK-REGION-Z
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF REGION-INDEX > REGION-COUNT
            IF REGION-COUNT < REGION-LIST-CAPACITY
                ADD 1 TO REGION-COUNT
                MOVE CHUNK-REGION-X TO REGION-X(REGION-COUNT)
                MOVE CHUNK-REGION-Z TO REGION-Z(REGION-COUNT)
            ELSE
                MOVE 1 TO REGION-LIST-FULL
            END-IF
        END-IF
    END-PERFORM
    IF REGION-LIST-FULL > 0
        DISPLAY "WARNING: candidates span more than " REGION-LIST-CAPACITY " region files in dimension " SCAN-DIMENSION "; the files beyond the first " REGION-LIST-CAPACITY " were left untouched - rerun to trim them"
    END-IF

    PERFORM VARYING REGION-INDEX FROM 1 BY 1 UNTIL REGION-INDEX > REGION-COUNT
        PERFORM TRIM-ONE-REGION
    END-PERFORM.

TRIM-ONE-REGION.
    *> a manifest write failure earlier in the run stops the apply
    IF APPLY-MODE = 0
        EXIT PARAGRAPH
    END-IF
    MOVE REGION-X(REGION-INDEX) TO REGION-X-DISP
    MOVE REGION-Z(REGION-INDEX) TO REGION-Z-DISP
    MOVE SPACES TO REGION-FILE-NAME
    IF SCAN-DIMENSION = WORLD-DIMENSION-NETHER
        STRING "save/region_nether/r." FUNCTION TRIM(REGION-X-DISP) "." FUNCTION TRIM(REGION-Z-DISP) ".mca" DELIMITED BY SIZE INTO REGION-FILE-NAME
    ELSE
        STRING "save/region/r." FUNCTION TRIM(REGION-X-DISP) "." FUNCTION TRIM(REGION-Z-DISP) ".mca" DELIMITED BY SIZE INTO REGION-FILE-NAME
    END-IF

    CALL "Files-ReadAll" USING REGION-FILE-NAME IN-BUFFER IN-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR IN-LENGTH < 8192
        DISPLAY "SKIPPED " FUNCTION TRIM(REGION-FILE-NAME) " - unreadable or too short"
        EXIT PARAGRAPH
    END-IF

    *> Clear the header and timestamp entry of every candidate in this
    *> region, recording both in the manifest first; a chunk whose line
    *> does not fit is kept
    MOVE 0 TO REGION-REMOVED
    MOVE 1 TO MANIFEST-OFFSET
    PERFORM VARYING SCAN-INDEX FROM 1 BY 1 UNTIL SCAN-INDEX > SCAN-CHUNK-COUNT
        IF SCAN-CANDIDATE(SCAN-INDEX) = 0
            EXIT PERFORM CYCLE
        END-IF
        DIVIDE SCAN-CHUNK-X(SCAN-INDEX) BY 32 GIVING CHUNK-REGION-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE SCAN-CHUNK-Z(SCAN-INDEX) BY 32 GIVING CHUNK-REGION-Z ROUNDED MODE IS TOWARD-LESSER
        IF CHUNK-REGION-X NOT = REGION-X(REGION-INDEX) OR CHUNK-REGION-Z NOT = REGION-Z(REGION-INDEX)
            EXIT PERFORM CYCLE
        END-IF
        COMPUTE HEADER-OFFSET = (FUNCTION MOD(SCAN-CHUNK-X(SCAN-INDEX), 32) + FUNCTION MOD(SCAN-CHUNK-Z(SCAN-INDEX), 32) * 32) * 4 + 1
        MOVE IN-BUFFER(HEADER-OFFSET:4) TO HEADER-BYTES(1:4)
        MOVE IN-BUFFER(4096 + HEADER-OFFSET:4) TO HEADER-BYTES(5:4)
        IF HEADER-BYTES(1:4) = LOW-VALUES
            EXIT PERFORM CYCLE
        END-IF
        CALL "HexEncodeBytes" USING HEADER-BYTES HEADER-BYTES-LENGTH HEADER-HEX HEADER-HEX-LENGTH
        MOVE SCAN-CHUNK-X(SCAN-INDEX) TO CHUNK-X-DISP
        MOVE SCAN-CHUNK-Z(SCAN-INDEX) TO CHUNK-Z-DISP
        MOVE SCAN-DIMENSION TO DIMENSION-DISP
        MOVE SPACES TO MANIFEST-LINE
        STRING FUNCTION TRIM(DIMENSION-DISP) " " FUNCTION TRIM(CHUNK-X-DISP) " " FUNCTION TRIM(CHUNK-Z-DISP) " " FUNCTION TRIM(REGION-FILE-NAME) " " HEADER-HEX(1:8) " " HEADER-HEX(9:8) DELIMITED BY SIZE INTO MANIFEST-LINE
        PERFORM APPEND-MANIFEST-LINE
        IF MANIFEST-FULL > 0
            MOVE 0 TO SCAN-CANDIDATE(SCAN-INDEX)
            DISPLAY "KEPT chunk " FUNCTION TRIM(CHUNK-X-DISP) " " FUNCTION TRIM(CHUNK-Z-DISP) " dimension " FUNCTION TRIM(DIMENSION-DISP) " - no room to record it in the manifest"
            EXIT PERFORM CYCLE
        END-IF
        MOVE LOW-VALUES TO IN-BUFFER(HEADER-OFFSET:4)
        MOVE LOW-VALUES TO IN-BUFFER(4096 + HEADER-OFFSET:4)
        ADD 1 TO REGION-REMOVED
    END-PERFORM
    IF REGION-REMOVED = 0
        EXIT PARAGRAPH
    END-IF

    *> The manifest is the only undo record: it must be on disk before
    *> the region file changes
    SUBTRACT 1 FROM MANIFEST-OFFSET GIVING MANIFEST-LENGTH
    CALL "Files-AppendAll" USING MANIFEST-FILE-NAME MANIFEST-BUFFER MANIFEST-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "ERROR: could not write the manifest " FUNCTION TRIM(MANIFEST-FILE-NAME) "; " FUNCTION TRIM(REGION-FILE-NAME) " left untouched and nothing more will be removed this run"
        MOVE 0 TO APPLY-MODE
        EXIT PARAGRAPH
    END-IF
    ADD REGION-REMOVED TO MANIFEST-WRITTEN

    *> Swap the trimmed file in, keeping the original until it verifies
    MOVE SPACES TO TEMP-FILE-NAME
    STRING FUNCTION TRIM(REGION-FILE-NAME) ".tmp" DELIMITED BY SIZE INTO TEMP-FILE-NAME
    MOVE SPACES TO BACKUP-FILE-NAME
    STRING FUNCTION TRIM(REGION-FILE-NAME) ".bak" DELIMITED BY SIZE INTO BACKUP-FILE-NAME
    CALL "Files-WriteAll" USING TEMP-FILE-NAME IN-BUFFER IN-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "ERROR: could not write " FUNCTION TRIM(TEMP-FILE-NAME) "; file left untouched"
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_RENAME_FILE" USING REGION-FILE-NAME BACKUP-FILE-NAME
    IF RETURN-CODE NOT = 0
        DISPLAY "ERROR: could not set aside " FUNCTION TRIM(REGION-FILE-NAME) "; file left untouched"
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_RENAME_FILE" USING TEMP-FILE-NAME REGION-FILE-NAME
    IF RETURN-CODE NOT = 0
        DISPLAY "ERROR: could not move the trimmed file into place; restoring the original"
        CALL "CBL_RENAME_FILE" USING BACKUP-FILE-NAME REGION-FILE-NAME
        EXIT PARAGRAPH
    END-IF

    *> Every chunk of this region that stays must still decode, and no
    *> removed one may
    MOVE 0 TO VERIFY-FAILED
    PERFORM VARYING SCAN-INDEX FROM 1 BY 1 UNTIL SCAN-INDEX > SCAN-CHUNK-COUNT
        DIVIDE SCAN-CHUNK-X(SCAN-INDEX) BY 32 GIVING CHUNK-REGION-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE SCAN-CHUNK-Z(SCAN-INDEX) BY 32 GIVING CHUNK-REGION-Z ROUNDED MODE IS TOWARD-LESSER
        IF CHUNK-REGION-X = REGION-X(REGION-INDEX) AND CHUNK-REGION-Z = REGION-Z(REGION-INDEX)
            CALL "World-LoadChunk" USING SCAN-CHUNK-X(SCAN-INDEX) SCAN-CHUNK-Z(SCAN-INDEX) IO-FAILURE SCAN-DIMENSION
            IF IO-FAILURE = 0
                CALL "World-FindChunkIndex" USING SCAN-CHUNK-X(SCAN-INDEX) SCAN-CHUNK-Z(SCAN-INDEX) CHUNK-INDEX SCAN-DIMENSION
                IF CHUNK-INDEX > 0
                    MOVE 0 TO WORLD-CHUNK-PRESENT(CHUNK-INDEX)
                    CALL "World-PurgeChunkMobs" USING SCAN-CHUNK-X(SCAN-INDEX) SCAN-CHUNK-Z(SCAN-INDEX) SCAN-DIMENSION
                END-IF
            END-IF
            IF SCAN-CANDIDATE(SCAN-INDEX) > 0 AND IO-FAILURE = 0
                MOVE 1 TO VERIFY-FAILED
                DISPLAY "VERIFY FAILED: removed chunk " SCAN-CHUNK-X(SCAN-INDEX) " " SCAN-CHUNK-Z(SCAN-INDEX) " dimension " SCAN-DIMENSION " still loads"
            END-IF
            IF SCAN-CANDIDATE(SCAN-INDEX) = 0 AND IO-FAILURE NOT = 0
                MOVE 1 TO VERIFY-FAILED
                DISPLAY "VERIFY FAILED for kept chunk " SCAN-CHUNK-X(SCAN-INDEX) " " SCAN-CHUNK-Z(SCAN-INDEX) " dimension " SCAN-DIMENSION
            END-IF
        END-IF
    END-PERFORM

    IF VERIFY-FAILED NOT = 0
        DISPLAY "ERROR: " FUNCTION TRIM(REGION-FILE-NAME) " failed verification after trimming; restoring the original"
        CALL "CBL_DELETE_FILE" USING REGION-FILE-NAME
        CALL "CBL_RENAME_FILE" USING BACKUP-FILE-NAME REGION-FILE-NAME
        EXIT PARAGRAPH
    END-IF

    CALL "CBL_DELETE_FILE" USING BACKUP-FILE-NAME
    ADD REGION-REMOVED TO REMOVED-COUNT
    DISPLAY FUNCTION TRIM(REGION-FILE-NAME) ": " REGION-REMOVED " chunk(s) removed".

APPEND-MANIFEST-LINE.
    *> MANIFEST-FULL is set, and nothing added, when the line does not fit
    MOVE 0 TO MANIFEST-FULL
    MOVE FUNCTION STORED-CHAR-LENGTH(MANIFEST-LINE) TO MANIFEST-LINE-LENGTH
    IF MANIFEST-OFFSET + MANIFEST-LINE-LENGTH >= LENGTH OF MANIFEST-BUFFER
        MOVE 1 TO MANIFEST-FULL
        EXIT PARAGRAPH
    END-IF
    MOVE MANIFEST-LINE(1:MANIFEST-LINE-LENGTH) TO MANIFEST-BUFFER(MANIFEST-OFFSET:MANIFEST-LINE-LENGTH)
    ADD MANIFEST-LINE-LENGTH TO MANIFEST-OFFSET
    MOVE X"0A" TO MANIFEST-BUFFER(MANIFEST-OFFSET:1)
    ADD 1 TO MANIFEST-OFFSET.

END PROGRAM Trim-Chunks.
