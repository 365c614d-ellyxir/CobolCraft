*> --- Query-BlockChanges ---
*> Standalone batch program answering "who touched this box": every
*> block change and container transaction the journal holds for a box of
*> positions, whoever made it. Usage:
*>
*>     query <overworld|nether> <x1> <y1> <z1> <x2> <y2> <z2> [<from-age> [<to-age>]]
*>
*> The two corners may be given in any order and are inclusive. Only the
*> journal files overlapping the age window are read (Journal-ListFiles),
*> each line through Journal-ParseLine. The result is written to
*> save/reports/query_<yyyymmddhhmmss>.txt:
*>   - a chronological listing: age, player, position, and the block
*>     before and after by name (with its properties); a container
*>     transaction shows the block entity type and the items it held
*>     before and after instead of the raw payload;
*>   - per-player subtotals, to decide whose changes to hand to
*>     Rollback-BlockChanges.
*> Lines written before the journal recorded a dimension are taken as
*> overworld edits, and are flagged as such in the listing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Query-BlockChanges.

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
    78 QUERY-PLAYER-CAPACITY VALUE 256.
    78 JOURNAL-LIST-CAPACITY VALUE 512.
    78 ITEM-SUMMARY-CAPACITY VALUE 64.
    01 C-MINECRAFT-BLOCK_ENTITY_TYPE PIC X(32) VALUE "minecraft:block_entity_type".
    01 JOURNAL-STATUS       PIC XX.
    01 JOURNAL-PATH         PIC X(255).
    01 JOURNAL-LIST-LIMIT   BINARY-LONG UNSIGNED    VALUE JOURNAL-LIST-CAPACITY.
    01 JOURNAL-FILE-TABLE.
        02 JOURNAL-FILE-NAME PIC X(255) OCCURS JOURNAL-LIST-CAPACITY TIMES.
    01 JOURNAL-FILE-COUNT   BINARY-LONG UNSIGNED.
    01 JOURNAL-FILE-INDEX   BINARY-LONG UNSIGNED.
    *> Command-line arguments
    01 COMMAND-ARGS         PIC X(256).
    01 ARG-DIMENSION        PIC X(32).
    01 ARG-CORNER.
        02 ARG-CORNER-VALUE PIC X(16) OCCURS 6 TIMES.
    01 ARG-FROM-AGE         PIC X(32).
    01 ARG-TO-AGE           PIC X(32).
    01 ARG-INDEX            BINARY-LONG UNSIGNED.
    01 CORNER-VALUE         BINARY-LONG OCCURS 6 TIMES.
    01 QUERY-DIMENSION      BINARY-CHAR UNSIGNED.
    01 QUERY-DIM-NAME       PIC X(16).
    01 MIN-X                BINARY-LONG.
    01 MIN-Y                BINARY-LONG.
    01 MIN-Z                BINARY-LONG.
    01 MAX-X                BINARY-LONG.
    01 MAX-Y                BINARY-LONG.
    01 MAX-Z                BINARY-LONG.
    01 FROM-AGE             BINARY-DOUBLE.
    01 TO-AGE               BINARY-DOUBLE.
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
    *> Per-player subtotals
    01 PLAYER-TALLY-COUNT   BINARY-LONG UNSIGNED.
    01 PLAYER-TALLY-FULL    BINARY-CHAR UNSIGNED.
    01 PLAYER-TALLY-TABLE.
        02 PLAYER-TALLY-ENTRY OCCURS QUERY-PLAYER-CAPACITY TIMES.
            03 TALLY-PLAYER         PIC X(16).
            03 TALLY-PLACED         BINARY-LONG UNSIGNED.
            03 TALLY-BROKEN         BINARY-LONG UNSIGNED.
            03 TALLY-CONTAINER      BINARY-LONG UNSIGNED.
            03 TALLY-FIRST-AGE      BINARY-DOUBLE.
            03 TALLY-LAST-AGE       BINARY-DOUBLE.
    01 TALLY-INDEX          BINARY-LONG UNSIGNED.
    *> Counters
    01 LINES-READ           BINARY-LONG UNSIGNED.
    01 LINES-MATCHED        BINARY-LONG UNSIGNED.
    01 LINES-DIM-ASSUMED    BINARY-LONG UNSIGNED.
    *> Block names
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==QUERY-BLOCK==.
    01 DESCRIBE-ID          BINARY-LONG UNSIGNED.
    01 DESCRIBE-TEXT        PIC X(512).
    01 DESCRIBE-POINTER     BINARY-LONG UNSIGNED.
    01 PROPERTY-INDEX       BINARY-LONG UNSIGNED.
    01 FROM-TEXT            PIC X(512).
    01 ENTITY-TYPE-ID       BINARY-LONG.
    01 ENTITY-TYPE-NAME     PIC X(256).
    *> Container payload summary: the payload is the tags inside the block
    *> entity compound, so it is wrapped in a nameless root compound and
    *> walked with the streaming decoder for its "Items" list
    COPY DD-NBT-DECODER.
    01 NBT-BUFFER           PIC X(2056).
    01 SUMMARY-DATA         PIC X(2048).
    01 SUMMARY-DATA-LENGTH  BINARY-LONG UNSIGNED.
    01 SUMMARY-TEXT         PIC X(1024).
    01 SUMMARY-POINTER      BINARY-LONG UNSIGNED.
    01 FROM-SUMMARY         PIC X(1024).
    01 AT-END               BINARY-CHAR UNSIGNED.
    01 TAG-NAME             PIC X(256).
    01 NAME-LEN             BINARY-LONG UNSIGNED.
    01 STR                  PIC X(256).
    01 STR-LEN              BINARY-LONG UNSIGNED.
    01 INT8                 BINARY-CHAR.
    01 INT32                BINARY-LONG.
    01 LIST-LENGTH          BINARY-LONG UNSIGNED.
    01 HAS-ITEM-LIST        BINARY-CHAR UNSIGNED.
    01 ITEM-ID              PIC X(256).
    01 ITEM-COUNT           BINARY-LONG.
    01 ITEM-KIND-COUNT      BINARY-LONG UNSIGNED.
    01 ITEM-KIND-TABLE.
        02 ITEM-KIND OCCURS ITEM-SUMMARY-CAPACITY TIMES.
            03 ITEM-KIND-NAME       PIC X(64).
            03 ITEM-KIND-TOTAL      BINARY-LONG.
    01 ITEM-INDEX           BINARY-LONG UNSIGNED.
    *> Report assembly
    01 REPORT-FILE-NAME     PIC X(255).
    01 REPORT-STAMP         PIC X(21).
    01 REPORT-BUFFER        PIC X(8388608).
    01 REPORT-OFFSET        BINARY-LONG UNSIGNED.
    01 REPORT-LENGTH        BINARY-LONG UNSIGNED.
    01 REPORT-LINE          PIC X(2600).
    01 REPORT-LINE-LENGTH   BINARY-LONG UNSIGNED.
    01 REPORT-TRUNCATED     BINARY-CHAR UNSIGNED.
    01 COUNT-DISP           PIC Z(9)9.
    01 COUNT-DISP-2         PIC Z(9)9.
    01 COUNT-DISP-3         PIC Z(9)9.
    01 COORD-X-DISP         PIC -(10)9.
    01 COORD-Y-DISP         PIC -(10)9.
    01 COORD-Z-DISP         PIC -(10)9.
    01 AGE-DISP             PIC -(18)9.
    01 AGE-DISP-2           PIC -(18)9.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> World data (for the WORLD-DIMENSION-* constants)
    COPY DD-WORLD.

PROCEDURE DIVISION.
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE SPACES TO ARG-DIMENSION ARG-CORNER ARG-FROM-AGE ARG-TO-AGE
    UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACES INTO ARG-DIMENSION
        ARG-CORNER-VALUE(1) ARG-CORNER-VALUE(2) ARG-CORNER-VALUE(3)
        ARG-CORNER-VALUE(4) ARG-CORNER-VALUE(5) ARG-CORNER-VALUE(6)
        ARG-FROM-AGE ARG-TO-AGE
    EVALUATE FUNCTION LOWER-CASE(ARG-DIMENSION)
        WHEN "overworld"
            MOVE WORLD-DIMENSION-OVERWORLD TO QUERY-DIMENSION
        WHEN "nether"
            MOVE WORLD-DIMENSION-NETHER TO QUERY-DIMENSION
        WHEN OTHER
            PERFORM SHOW-USAGE
            GOBACK
    END-EVALUATE
    MOVE FUNCTION LOWER-CASE(ARG-DIMENSION) TO QUERY-DIM-NAME
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
    *> a non-numeric age would quietly become 0 and widen the window
    IF (ARG-FROM-AGE NOT = SPACES AND FUNCTION TEST-NUMVAL(ARG-FROM-AGE) NOT = 0)
            OR (ARG-TO-AGE NOT = SPACES AND FUNCTION TEST-NUMVAL(ARG-TO-AGE) NOT = 0)
        PERFORM SHOW-USAGE
        GOBACK
    END-IF
    IF ARG-FROM-AGE = SPACES
        MOVE 0 TO FROM-AGE
    ELSE
        COMPUTE FROM-AGE = FUNCTION NUMVAL(ARG-FROM-AGE)
    END-IF
    IF ARG-TO-AGE = SPACES
        MOVE 999999999999999999 TO TO-AGE
    ELSE
        COMPUTE TO-AGE = FUNCTION NUMVAL(ARG-TO-AGE)
    END-IF

    *> Report header
    MOVE FUNCTION CURRENT-DATE TO REPORT-STAMP
    MOVE 1 TO REPORT-OFFSET
    MOVE 0 TO REPORT-TRUNCATED
    MOVE SPACES TO REPORT-LINE
    STRING "Block-change query " REPORT-STAMP(1:8) " " REPORT-STAMP(9:6) DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE MIN-X TO COORD-X-DISP
    MOVE MIN-Y TO COORD-Y-DISP
    MOVE MIN-Z TO COORD-Z-DISP
    MOVE SPACES TO REPORT-LINE
    STRING "Box: " FUNCTION TRIM(QUERY-DIM-NAME) " " FUNCTION TRIM(COORD-X-DISP) "," FUNCTION TRIM(COORD-Y-DISP) "," FUNCTION TRIM(COORD-Z-DISP) DELIMITED BY SIZE INTO REPORT-LINE
    MOVE MAX-X TO COORD-X-DISP
    MOVE MAX-Y TO COORD-Y-DISP
    MOVE MAX-Z TO COORD-Z-DISP
    STRING " .. " FUNCTION TRIM(COORD-X-DISP) "," FUNCTION TRIM(COORD-Y-DISP) "," FUNCTION TRIM(COORD-Z-DISP) DELIMITED BY SIZE INTO REPORT-LINE(FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) + 1:)
    PERFORM APPEND-REPORT-LINE
    MOVE FROM-AGE TO AGE-DISP
    MOVE TO-AGE TO AGE-DISP-2
    MOVE SPACES TO REPORT-LINE
    STRING "Journal window: age " FUNCTION TRIM(AGE-DISP) " .. " FUNCTION TRIM(AGE-DISP-2) DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE

    *> Chronological listing: the files come back in age order and each
    *> is appended to in age order, so reading them in turn is enough
    MOVE 0 TO PLAYER-TALLY-COUNT
    MOVE 0 TO PLAYER-TALLY-FULL
    MOVE 0 TO LINES-READ
    MOVE 0 TO LINES-MATCHED
    MOVE 0 TO LINES-DIM-ASSUMED
    CALL "Journal-ListFiles" USING FROM-AGE TO-AGE JOURNAL-LIST-LIMIT JOURNAL-FILE-TABLE JOURNAL-FILE-COUNT
    PERFORM VARYING JOURNAL-FILE-INDEX FROM 1 BY 1 UNTIL JOURNAL-FILE-INDEX > JOURNAL-FILE-COUNT
        PERFORM QUERY-JOURNAL-FILE
    END-PERFORM
    IF LINES-MATCHED = 0
        MOVE "(no changes inside the box in the window)" TO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-IF

    *> Per-player subtotals
    MOVE SPACES TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE LINES-MATCHED TO COUNT-DISP
    MOVE LINES-READ TO COUNT-DISP-2
    MOVE SPACES TO REPORT-LINE
    STRING "Changes in box: " FUNCTION TRIM(COUNT-DISP) " (of " FUNCTION TRIM(COUNT-DISP-2) " journal line(s) read)" DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    IF LINES-DIM-ASSUMED > 0
        MOVE LINES-DIM-ASSUMED TO COUNT-DISP
        MOVE SPACES TO REPORT-LINE
        STRING "  of which " FUNCTION TRIM(COUNT-DISP) " predate the dim field and were taken as overworld (marked ""dim?"")" DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-IF
    MOVE "Per player:" TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    IF PLAYER-TALLY-FULL > 0
        MOVE "  (player table filled up; changes by further distinct names are listed above but not subtotalled)" TO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-IF
    PERFORM VARYING TALLY-INDEX FROM 1 BY 1 UNTIL TALLY-INDEX > PLAYER-TALLY-COUNT
        MOVE TALLY-PLACED(TALLY-INDEX) TO COUNT-DISP
        MOVE TALLY-BROKEN(TALLY-INDEX) TO COUNT-DISP-2
        MOVE TALLY-CONTAINER(TALLY-INDEX) TO COUNT-DISP-3
        MOVE TALLY-FIRST-AGE(TALLY-INDEX) TO AGE-DISP
        MOVE TALLY-LAST-AGE(TALLY-INDEX) TO AGE-DISP-2
        MOVE SPACES TO REPORT-LINE
        STRING "  " TALLY-PLAYER(TALLY-INDEX) " placed=" FUNCTION TRIM(COUNT-DISP) " broken=" FUNCTION TRIM(COUNT-DISP-2)
            " containers=" FUNCTION TRIM(COUNT-DISP-3) " ages " FUNCTION TRIM(AGE-DISP) " .. " FUNCTION TRIM(AGE-DISP-2)
            DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
        DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
    END-PERFORM

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/reports"
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/reports/query_" REPORT-STAMP(1:14) ".txt" DELIMITED BY SIZE INTO REPORT-FILE-NAME
    SUBTRACT 1 FROM REPORT-OFFSET GIVING REPORT-LENGTH
    CALL "Files-WriteAll" USING REPORT-FILE-NAME REPORT-BUFFER REPORT-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "ERROR: could not write " FUNCTION TRIM(REPORT-FILE-NAME)
        GOBACK
    END-IF
    IF REPORT-TRUNCATED > 0
        DISPLAY "WARNING: the listing outgrew the report buffer and was cut short; narrow the box or the age window"
    END-IF
    DISPLAY LINES-MATCHED " change(s) inside the box; listing written to " FUNCTION TRIM(REPORT-FILE-NAME)
    GOBACK.

SHOW-USAGE.
    DISPLAY "usage: query <overworld|nether> <x1> <y1> <z1> <x2> <y2> <z2> [<from-age> [<to-age>]]"
    DISPLAY "Lists every journaled block change and container transaction inside the box, oldest first, with per-player subtotals.".

QUERY-JOURNAL-FILE.
    MOVE JOURNAL-FILE-NAME(JOURNAL-FILE-INDEX) TO JOURNAL-PATH
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS NOT = "00" AND JOURNAL-STATUS NOT = "05"
        DISPLAY "WARNING: cannot open " FUNCTION TRIM(JOURNAL-PATH) " (status " JOURNAL-STATUS "); its changes are missing from this listing"
        MOVE SPACES TO REPORT-LINE
        STRING "(" FUNCTION TRIM(JOURNAL-PATH) " could not be read; its changes are missing)" DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EXIT
        READ JOURNAL-FILE
            AT END EXIT PERFORM
        END-READ
        ADD 1 TO LINES-READ
        CALL "Journal-ParseLine" USING JOURNAL-RECORD LINE-AGE LINE-PLAYER LINE-POSITION LINE-FROM-ID LINE-TO-ID LINE-DIMENSION LINE-DIM-PRESENT LINE-KIND LINE-ENTITY-ID LINE-FROM-DATA LINE-FROM-DATA-LENGTH LINE-TO-DATA LINE-TO-DATA-LENGTH
        IF LINE-AGE >= FROM-AGE AND LINE-AGE <= TO-AGE AND LINE-DIMENSION = QUERY-DIMENSION
                AND LINE-X >= MIN-X AND LINE-X <= MAX-X
                AND LINE-Y >= MIN-Y AND LINE-Y <= MAX-Y
                AND LINE-Z >= MIN-Z AND LINE-Z <= MAX-Z
            ADD 1 TO LINES-MATCHED
            IF LINE-DIM-PRESENT = 0
                ADD 1 TO LINES-DIM-ASSUMED
            END-IF
            *> server-initiated changes (fluid spread, rollbacks, ...) have no name
            IF LINE-PLAYER = SPACES
                MOVE "(server)" TO LINE-PLAYER
            END-IF
            PERFORM LIST-CHANGE
            PERFORM TALLY-PLAYER-CHANGE
        END-IF
    END-PERFORM
    CLOSE JOURNAL-FILE.

LIST-CHANGE.
    *> the last stretch of the buffer is kept for the subtotals
    IF REPORT-OFFSET > LENGTH OF REPORT-BUFFER - 65536
        MOVE 1 TO REPORT-TRUNCATED
        EXIT PARAGRAPH
    END-IF
    MOVE LINE-AGE TO AGE-DISP
    MOVE LINE-X TO COORD-X-DISP
    MOVE LINE-Y TO COORD-Y-DISP
    MOVE LINE-Z TO COORD-Z-DISP
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(AGE-DISP) " " LINE-PLAYER " " FUNCTION TRIM(COORD-X-DISP) "," FUNCTION TRIM(COORD-Y-DISP) "," FUNCTION TRIM(COORD-Z-DISP) DELIMITED BY SIZE INTO REPORT-LINE
    IF LINE-DIM-PRESENT = 0
        STRING " dim?" DELIMITED BY SIZE INTO REPORT-LINE(FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) + 1:)
    END-IF
    IF LINE-KIND = 1
        *> container transaction: the block entity type, then its items
        MOVE LINE-ENTITY-ID TO ENTITY-TYPE-ID
        MOVE SPACES TO ENTITY-TYPE-NAME
        IF ENTITY-TYPE-ID >= 0
            CALL "Registries-Get-EntryName" USING C-MINECRAFT-BLOCK_ENTITY_TYPE ENTITY-TYPE-ID ENTITY-TYPE-NAME
        END-IF
        IF ENTITY-TYPE-NAME = SPACES
            MOVE "(unknown block entity)" TO ENTITY-TYPE-NAME
        END-IF
        MOVE LINE-FROM-DATA TO SUMMARY-DATA
        MOVE LINE-FROM-DATA-LENGTH TO SUMMARY-DATA-LENGTH
        PERFORM SUMMARIZE-PAYLOAD
        MOVE SUMMARY-TEXT TO FROM-SUMMARY
        MOVE LINE-TO-DATA TO SUMMARY-DATA
        MOVE LINE-TO-DATA-LENGTH TO SUMMARY-DATA-LENGTH
        PERFORM SUMMARIZE-PAYLOAD
        STRING " " FUNCTION TRIM(ENTITY-TYPE-NAME) " " FUNCTION TRIM(FROM-SUMMARY) " -> " FUNCTION TRIM(SUMMARY-TEXT)
            DELIMITED BY SIZE INTO REPORT-LINE(FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) + 1:)
    ELSE
        MOVE LINE-FROM-ID TO DESCRIBE-ID
        PERFORM DESCRIBE-BLOCK
        MOVE DESCRIBE-TEXT TO FROM-TEXT
        MOVE LINE-TO-ID TO DESCRIBE-ID
        PERFORM DESCRIBE-BLOCK
        STRING " " FUNCTION TRIM(FROM-TEXT) " -> " FUNCTION TRIM(DESCRIBE-TEXT)
            DELIMITED BY SIZE INTO REPORT-LINE(FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) + 1:)
    END-IF
    PERFORM APPEND-REPORT-LINE.

DESCRIBE-BLOCK.
    *> DESCRIBE-ID as "name[property=value,...]", the way the game writes
    *> block states
    CALL "Blocks-Get-StateDescription" USING DESCRIBE-ID QUERY-BLOCK-DESCRIPTION
    MOVE SPACES TO DESCRIBE-TEXT
    IF QUERY-BLOCK-NAME = SPACES
        MOVE DESCRIBE-ID TO COUNT-DISP
        STRING "(unknown state " FUNCTION TRIM(COUNT-DISP) ")" DELIMITED BY SIZE INTO DESCRIBE-TEXT
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO DESCRIBE-POINTER
    STRING FUNCTION TRIM(QUERY-BLOCK-NAME) DELIMITED BY SIZE INTO DESCRIBE-TEXT WITH POINTER DESCRIBE-POINTER
    IF QUERY-BLOCK-PROPERTY-COUNT > 0
        STRING "[" DELIMITED BY SIZE INTO DESCRIBE-TEXT WITH POINTER DESCRIBE-POINTER
        PERFORM VARYING PROPERTY-INDEX FROM 1 BY 1 UNTIL PROPERTY-INDEX > QUERY-BLOCK-PROPERTY-COUNT OR PROPERTY-INDEX > 16
            IF PROPERTY-INDEX > 1
                STRING "," DELIMITED BY SIZE INTO DESCRIBE-TEXT WITH POINTER DESCRIBE-POINTER
            END-IF
            STRING FUNCTION TRIM(QUERY-BLOCK-PROPERTY-NAME(PROPERTY-INDEX)) "=" FUNCTION TRIM(QUERY-BLOCK-PROPERTY-VALUE(PROPERTY-INDEX))
                DELIMITED BY SIZE INTO DESCRIBE-TEXT WITH POINTER DESCRIBE-POINTER
        END-PERFORM
        STRING "]" DELIMITED BY SIZE INTO DESCRIBE-TEXT WITH POINTER DESCRIBE-POINTER
    END-IF.

SUMMARIZE-PAYLOAD.
    *> SUMMARY-DATA as "[3 minecraft:diamond, 1 minecraft:stick]", item
    *> counts totalled per item id; "[empty]" for no payload or an empty
    *> item list, "(no items, n bytes)" for a payload that holds no item
    *> list at all (a sign's text, say)
    MOVE SPACES TO SUMMARY-TEXT
    IF SUMMARY-DATA-LENGTH = 0
        MOVE "[empty]" TO SUMMARY-TEXT
        EXIT PARAGRAPH
    END-IF
    MOVE X"0A0000" TO NBT-BUFFER(1:3)
    MOVE SUMMARY-DATA(1:SUMMARY-DATA-LENGTH) TO NBT-BUFFER(4:SUMMARY-DATA-LENGTH)
    MOVE X"00" TO NBT-BUFFER(SUMMARY-DATA-LENGTH + 4:1)
    MOVE 0 TO ITEM-KIND-COUNT
    MOVE 0 TO HAS-ITEM-LIST
    MOVE 1 TO NBT-DECODER-OFFSET
    CALL "NbtDecode-RootCompound" USING NBT-DECODER-STATE NBT-BUFFER
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE NBT-BUFFER AT-END TAG-NAME NAME-LEN
        IF AT-END > 0
            EXIT PERFORM
        END-IF
        IF TAG-NAME(1:NAME-LEN) = "Items"
            MOVE 1 TO HAS-ITEM-LIST
            CALL "NbtDecode-List" USING NBT-DECODER-STATE NBT-BUFFER LIST-LENGTH
            PERFORM LIST-LENGTH TIMES
                PERFORM SUMMARIZE-ITEM
            END-PERFORM
            CALL "NbtDecode-EndList" USING NBT-DECODER-STATE NBT-BUFFER
        ELSE
            CALL "NbtDecode-Skip" USING NBT-DECODER-STATE NBT-BUFFER
        END-IF
    END-PERFORM

    IF HAS-ITEM-LIST = 0
        MOVE SUMMARY-DATA-LENGTH TO COUNT-DISP
        STRING "(no items, " FUNCTION TRIM(COUNT-DISP) " bytes)" DELIMITED BY SIZE INTO SUMMARY-TEXT
        EXIT PARAGRAPH
    END-IF
    IF ITEM-KIND-COUNT = 0
        MOVE "[empty]" TO SUMMARY-TEXT
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO SUMMARY-POINTER
    STRING "[" DELIMITED BY SIZE INTO SUMMARY-TEXT WITH POINTER SUMMARY-POINTER
    PERFORM VARYING ITEM-INDEX FROM 1 BY 1 UNTIL ITEM-INDEX > ITEM-KIND-COUNT
        IF ITEM-INDEX > 1
            STRING ", " DELIMITED BY SIZE INTO SUMMARY-TEXT WITH POINTER SUMMARY-POINTER
        END-IF
        MOVE ITEM-KIND-TOTAL(ITEM-INDEX) TO COUNT-DISP
        STRING FUNCTION TRIM(COUNT-DISP) " " FUNCTION TRIM(ITEM-KIND-NAME(ITEM-INDEX)) DELIMITED BY SIZE INTO SUMMARY-TEXT WITH POINTER SUMMARY-POINTER
    END-PERFORM
    STRING "]" DELIMITED BY SIZE INTO SUMMARY-TEXT WITH POINTER SUMMARY-POINTER.

SUMMARIZE-ITEM.
    *> one entry of the "Items" list: its id and stack size ("Count" as
    *> a byte in this protocol's NBT, "count" as an int in later ones)
    MOVE SPACES TO ITEM-ID
    MOVE 1 TO ITEM-COUNT
    CALL "NbtDecode-Compound" USING NBT-DECODER-STATE NBT-BUFFER
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE NBT-BUFFER AT-END TAG-NAME NAME-LEN
        IF AT-END > 0
            EXIT PERFORM
        END-IF
        EVALUATE TAG-NAME(1:NAME-LEN)
            WHEN "id"
                CALL "NbtDecode-String" USING NBT-DECODER-STATE NBT-BUFFER STR STR-LEN
                MOVE STR(1:STR-LEN) TO ITEM-ID
            WHEN "Count"
                CALL "NbtDecode-Byte" USING NBT-DECODER-STATE NBT-BUFFER INT8
                MOVE INT8 TO ITEM-COUNT
            WHEN "count"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER INT32
                MOVE INT32 TO ITEM-COUNT
            WHEN OTHER
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE NBT-BUFFER
        END-EVALUATE
    END-PERFORM
    CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE NBT-BUFFER
    IF ITEM-ID = SPACES
        MOVE "(unnamed item)" TO ITEM-ID
    END-IF
    PERFORM VARYING ITEM-INDEX FROM 1 BY 1 UNTIL ITEM-INDEX > ITEM-KIND-COUNT
        IF ITEM-KIND-NAME(ITEM-INDEX) = ITEM-ID
            ADD ITEM-COUNT TO ITEM-KIND-TOTAL(ITEM-INDEX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF ITEM-KIND-COUNT < ITEM-SUMMARY-CAPACITY
        ADD 1 TO ITEM-KIND-COUNT
        MOVE ITEM-ID TO ITEM-KIND-NAME(ITEM-KIND-COUNT)
        MOVE ITEM-COUNT TO ITEM-KIND-TOTAL(ITEM-KIND-COUNT)
    END-IF.

TALLY-PLAYER-CHANGE.
    PERFORM VARYING TALLY-INDEX FROM 1 BY 1 UNTIL TALLY-INDEX > PLAYER-TALLY-COUNT
        IF TALLY-PLAYER(TALLY-INDEX) = LINE-PLAYER
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF TALLY-INDEX > PLAYER-TALLY-COUNT
        IF PLAYER-TALLY-COUNT >= QUERY-PLAYER-CAPACITY
            MOVE 1 TO PLAYER-TALLY-FULL
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO PLAYER-TALLY-COUNT
        MOVE LINE-PLAYER TO TALLY-PLAYER(TALLY-INDEX)
        MOVE 0 TO TALLY-PLACED(TALLY-INDEX)
        MOVE 0 TO TALLY-BROKEN(TALLY-INDEX)
        MOVE 0 TO TALLY-CONTAINER(TALLY-INDEX)
        MOVE LINE-AGE TO TALLY-FIRST-AGE(TALLY-INDEX)
    END-IF
    MOVE LINE-AGE TO TALLY-LAST-AGE(TALLY-INDEX)
    EVALUATE TRUE
        WHEN LINE-KIND = 1
            ADD 1 TO TALLY-CONTAINER(TALLY-INDEX)
        WHEN LINE-TO-ID = 0
            ADD 1 TO TALLY-BROKEN(TALLY-INDEX)
        WHEN OTHER
            ADD 1 TO TALLY-PLACED(TALLY-INDEX)
    END-EVALUATE.

APPEND-REPORT-LINE.
    MOVE FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) TO REPORT-LINE-LENGTH
    IF REPORT-OFFSET + REPORT-LINE-LENGTH >= LENGTH OF REPORT-BUFFER
        MOVE 1 TO REPORT-TRUNCATED
        EXIT PARAGRAPH
    END-IF
    IF REPORT-LINE-LENGTH > 0
        MOVE REPORT-LINE(1:REPORT-LINE-LENGTH) TO REPORT-BUFFER(REPORT-OFFSET:REPORT-LINE-LENGTH)
        ADD REPORT-LINE-LENGTH TO REPORT-OFFSET
    END-IF
    MOVE X"0A" TO REPORT-BUFFER(REPORT-OFFSET:1)
    ADD 1 TO REPORT-OFFSET.

END PROGRAM Query-BlockChanges.
