*> (a block entity's item payload being replaced or dropped), where
*> ceid is the block entity type id and cfrom/cto are the raw NBT
*> payload before and after, hex-encoded ("-" for no payload).
*> LK-RECORD-KIND tells the caller which layout the line held. Lines
*> written by Journal-Append end with a further " chain=<n>" field, the
*> record's link in the journal's checksum chain; it is not returned
*> here (Journal-SplitChain reads it).
*>
*> Shared by the batch tools that consume the journal (rollback,
*> operations report), so the line layout is interpreted in one place.
*> Lines from before the dim field default to the overworld, and
*> LK-DIM-PRESENT tells the caller whether the field was really there -
*> a tool that applies edits must not act on a guessed dimension. The
*> player field is blank for server-initiated changes (client 0), unless
*> the batch job that made them named itself (see DD-JOURNAL-ACTOR).
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-ParseLine.

*> --- Journal-ListFiles ---
*> Resolves which journal files a consumer has to read to cover a
*> world-age window: every archive in save/journal/index.txt (written by
*> Rotate-Journal, one "<file name> <min-age> <max-age> <chain-head>"
*> line per archive; the chain head is for Journal-VerifyChain and not
*> read here) whose recorded range overlaps the window, in index (= age)
*> order, followed by the current save/block_changes.log, whose range is
*> open-ended. A missing index simply yields the current journal alone,
*> so worlds that have never rotated behave exactly as before. An
*> who (client and resolved player name), where, the block entity type,
*> and the raw NBT payload before and after the change (hex-encoded,
*> "-" when there was none). Best-effort like the block-swap records
*> World-SetBlock writes, and appended the same way, through
*> Journal-Append: a journal write failure does not undo or block the
*> actual change, it only costs audit trail.
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-AppendContainer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 JOURNAL-LINE         PIC X(8704).
    01 JOURNAL-LINE-LENGTH  BINARY-LONG UNSIGNED.
    01 JOURNAL-PLAYER-NAME  PIC X(16).
    COPY DD-WORLD.
    *> Player data, to resolve the client to a name
    COPY DD-PLAYERS.
    *> Journal name for a batch job's client 0 changes
    COPY DD-JOURNAL-ACTOR.
LINKAGE SECTION.
    01 LK-CLIENT            BINARY-LONG UNSIGNED.
    01 LK-POSITION.
    *> Client 0 marks a server-initiated change (rollbacks, block
    *> physics); matching it against the player table would hit a free
    *> slot, so the name is only looked up for a real client and stays
    *> blank otherwise (or the batch job's JOURNAL-ACTOR name) - the same
    *> rule World-SetBlock's journaling uses.
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

    MOVE "-" TO FROM-HEX
        *> dim is appended last, as on the block-swap lines
        " dim=" DELIMITED BY SIZE
        FUNCTION TRIM(EDIT-DIMENSION) DELIMITED BY SIZE
        INTO JOURNAL-LINE
    END-STRING
    MOVE FUNCTION STORED-CHAR-LENGTH(JOURNAL-LINE) TO JOURNAL-LINE-LENGTH
    *> sealed with its checksum-chain link and appended by Journal-Append
    CALL "Journal-Append" USING JOURNAL-LINE JOURNAL-LINE-LENGTH JOURNAL-FAILURE
    IF JOURNAL-FAILURE NOT = 0
        DISPLAY "WARNING: failed to append container journal entry for pos=" LK-X "," LK-Y "," LK-Z " - audit trail may be incomplete"
    END-IF

END PROGRAM Journal-AppendContainer.

*> --- Journal-Append ---
*> Appends one record to the block-change journal, sealed with its link
*> in the journal's checksum chain: " chain=<n>" is added after the
*> record's last field, where n is Journal-ChainValue of the previous
*> record's chain value and this record's text. Editing, inserting or
*> deleting a line therefore breaks every link after it, which
*> Journal-VerifyChain detects. World-SetBlock and
*> Journal-AppendContainer build the record text (without the newline)
*> and append it through here.
*>
*> The chain head (the last record's value) is loaded once per process:
*> from the last line of save/block_changes.log, or - when a rotation
*> has just emptied the current journal - from the head Rotate-Journal
*> carried into the last line of save/journal/index.txt. A journal that
*> predates the chain starts it from 0. The head only advances when the
*> append succeeds, so a failed write does not fork the chain.
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-Append.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "save/block_changes.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.
    SELECT OPTIONAL INDEX-FILE ASSIGN TO "save/journal/index.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INDEX-STATUS.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
    01 JOURNAL-RECORD       PIC X(8704).
FD INDEX-FILE.
    01 INDEX-RECORD         PIC X(512).

WORKING-STORAGE SECTION.
    01 JOURNAL-STATUS       PIC XX.
    01 INDEX-STATUS         PIC XX.
    01 JOURNAL-FILE-NAME    PIC X(255)                      VALUE "save/block_changes.log".
    01 HEAD-LOADED          BINARY-CHAR UNSIGNED            VALUE 0.
    01 CHAIN-HEAD           BINARY-DOUBLE                   VALUE 0.
    01 CHAIN-VALUE          BINARY-DOUBLE.
    01 CHAIN-DISP           PIC Z(10)9.
    01 CHAIN-PRESENT        BINARY-CHAR UNSIGNED.
    01 BODY-LENGTH          BINARY-LONG UNSIGNED.
    01 LINES-SEEN           BINARY-LONG UNSIGNED.
    01 INDEX-NAME-FIELD     PIC X(64).
    01 INDEX-MIN-FIELD      PIC X(32).
    01 INDEX-MAX-FIELD      PIC X(32).
    01 INDEX-HEAD-FIELD     PIC X(32).
    01 SEALED-LINE          PIC X(8704).
    01 SEALED-LINE-LENGTH   BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-LINE              PIC X ANY LENGTH.
    01 LK-LINE-LENGTH       BINARY-LONG UNSIGNED.
    01 LK-FAILURE           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-LINE LK-LINE-LENGTH LK-FAILURE.
    IF HEAD-LOADED = 0
        PERFORM LOAD-CHAIN-HEAD
        MOVE 1 TO HEAD-LOADED
    END-IF

    *> tolerate a caller that still ends its record with the newline
    MOVE LK-LINE-LENGTH TO BODY-LENGTH
    IF BODY-LENGTH > 0 AND LK-LINE(BODY-LENGTH:1) = X"0A"
        SUBTRACT 1 FROM BODY-LENGTH
    END-IF

    CALL "Journal-ChainValue" USING CHAIN-HEAD LK-LINE BODY-LENGTH CHAIN-VALUE
    MOVE CHAIN-VALUE TO CHAIN-DISP
    MOVE SPACES TO SEALED-LINE
    IF BODY-LENGTH > 0
        MOVE LK-LINE(1:BODY-LENGTH) TO SEALED-LINE
    END-IF
    COMPUTE SEALED-LINE-LENGTH = BODY-LENGTH + 1
    STRING
        " chain=" DELIMITED BY SIZE
        FUNCTION TRIM(CHAIN-DISP) DELIMITED BY SIZE
        X"0A" DELIMITED BY SIZE
        INTO SEALED-LINE WITH POINTER SEALED-LINE-LENGTH
    END-STRING
    SUBTRACT 1 FROM SEALED-LINE-LENGTH
    CALL "Files-AppendAll" USING JOURNAL-FILE-NAME SEALED-LINE SEALED-LINE-LENGTH LK-FAILURE
    IF LK-FAILURE = 0
        MOVE CHAIN-VALUE TO CHAIN-HEAD
    END-IF
    GOBACK.

LOAD-CHAIN-HEAD.
    MOVE 0 TO CHAIN-HEAD
    MOVE 0 TO LINES-SEEN
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS = "00" OR JOURNAL-STATUS = "05"
        PERFORM UNTIL EXIT
            READ JOURNAL-FILE
                AT END EXIT PERFORM
            END-READ
            IF JOURNAL-RECORD = SPACES
                EXIT PERFORM CYCLE
            END-IF
            ADD 1 TO LINES-SEEN
            *> a line without a chain value predates the chain; the
            *> chain (re)starts from 0 after it
            CALL "Journal-SplitChain" USING JOURNAL-RECORD BODY-LENGTH CHAIN-PRESENT CHAIN-VALUE
            IF CHAIN-PRESENT = 1 AND CHAIN-VALUE >= 0
                MOVE CHAIN-VALUE TO CHAIN-HEAD
            ELSE
                MOVE 0 TO CHAIN-HEAD
            END-IF
        END-PERFORM
        CLOSE JOURNAL-FILE
    END-IF
    IF LINES-SEEN > 0
        EXIT PARAGRAPH
    END-IF

    *> freshly rotated: continue from the head of the newest archive
    OPEN INPUT INDEX-FILE
    IF INDEX-STATUS = "00" OR INDEX-STATUS = "05"
        PERFORM UNTIL EXIT
            READ INDEX-FILE
                AT END EXIT PERFORM
            END-READ
            IF INDEX-RECORD = SPACES
                EXIT PERFORM CYCLE
            END-IF
            MOVE SPACES TO INDEX-NAME-FIELD INDEX-MIN-FIELD INDEX-MAX-FIELD INDEX-HEAD-FIELD
            UNSTRING INDEX-RECORD DELIMITED BY ALL SPACES INTO INDEX-NAME-FIELD INDEX-MIN-FIELD INDEX-MAX-FIELD INDEX-HEAD-FIELD
            MOVE 0 TO CHAIN-HEAD
            IF INDEX-HEAD-FIELD NOT = SPACES AND FUNCTION TEST-NUMVAL(INDEX-HEAD-FIELD) = 0
                COMPUTE CHAIN-HEAD = FUNCTION NUMVAL(INDEX-HEAD-FIELD)
            END-IF
        END-PERFORM
        CLOSE INDEX-FILE
    END-IF.

END PROGRAM Journal-Append.

*> --- Journal-ChainValue ---
*> One link of the journal's checksum chain: the FileChecksum of
*> "<previous chain value> <record text>", the record text being the
*> journal line up to (not including) its " chain=" field. Not
*> cryptographic, like the backup manifest checksum it reuses - it makes
*> a casual edit, insertion or deletion visible, not a determined
*> forger who recomputes the chain.
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-ChainValue.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 PREVIOUS-DISP        PIC Z(10)9.
    01 CHAIN-INPUT          PIC X(8736).
    01 CHAIN-INPUT-LENGTH   BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PREVIOUS          BINARY-DOUBLE.
    01 LK-BODY              PIC X ANY LENGTH.
    01 LK-BODY-LENGTH       BINARY-LONG UNSIGNED.
    01 LK-CHAIN             BINARY-DOUBLE.

PROCEDURE DIVISION USING LK-PREVIOUS LK-BODY LK-BODY-LENGTH LK-CHAIN.
    MOVE LK-PREVIOUS TO PREVIOUS-DISP
    MOVE SPACES TO CHAIN-INPUT
    MOVE 1 TO CHAIN-INPUT-LENGTH
    STRING
        FUNCTION TRIM(PREVIOUS-DISP) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        INTO CHAIN-INPUT WITH POINTER CHAIN-INPUT-LENGTH
    END-STRING
    IF LK-BODY-LENGTH > 0
        STRING LK-BODY(1:LK-BODY-LENGTH) DELIMITED BY SIZE
            INTO CHAIN-INPUT WITH POINTER CHAIN-INPUT-LENGTH
        END-STRING
    END-IF
    SUBTRACT 1 FROM CHAIN-INPUT-LENGTH
    CALL "FileChecksum" USING CHAIN-INPUT CHAIN-INPUT-LENGTH LK-CHAIN
    GOBACK.

END PROGRAM Journal-ChainValue.

*> --- Journal-SplitChain ---
*> Splits a journal line into its record text and its chain value.
*> LK-BODY-LENGTH is the length of the text the chain value covers;
*> LK-CHAIN-PRESENT is 0 for a line written before the chain existed
*> (no " chain=" field), 1 otherwise. A chain field that is not a number
*> yields -1, which no link ever computes to.
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-SplitChain.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CHAIN-OFFSET         BINARY-LONG UNSIGNED.
    01 CHAIN-FIELD          PIC X(32).
LINKAGE SECTION.
    01 LK-LINE              PIC X ANY LENGTH.
    01 LK-BODY-LENGTH       BINARY-LONG UNSIGNED.
    01 LK-CHAIN-PRESENT     BINARY-CHAR UNSIGNED.
    01 LK-CHAIN             BINARY-DOUBLE.

PROCEDURE DIVISION USING LK-LINE LK-BODY-LENGTH LK-CHAIN-PRESENT LK-CHAIN.
    MOVE 0 TO CHAIN-OFFSET
    INSPECT LK-LINE TALLYING CHAIN-OFFSET FOR CHARACTERS BEFORE INITIAL " chain="
    IF CHAIN-OFFSET >= FUNCTION LENGTH(LK-LINE)
        MOVE 0 TO LK-CHAIN-PRESENT
        MOVE -1 TO LK-CHAIN
        MOVE FUNCTION STORED-CHAR-LENGTH(LK-LINE) TO LK-BODY-LENGTH
        GOBACK
    END-IF
    MOVE 1 TO LK-CHAIN-PRESENT
    MOVE CHAIN-OFFSET TO LK-BODY-LENGTH
    MOVE -1 TO LK-CHAIN
    IF CHAIN-OFFSET + 8 <= FUNCTION LENGTH(LK-LINE)
        MOVE SPACES TO CHAIN-FIELD
        UNSTRING LK-LINE(CHAIN-OFFSET + 8:) DELIMITED BY ALL SPACES INTO CHAIN-FIELD
        IF CHAIN-FIELD NOT = SPACES AND FUNCTION TEST-NUMVAL(CHAIN-FIELD) = 0
            COMPUTE LK-CHAIN = FUNCTION NUMVAL(CHAIN-FIELD)
        END-IF
    END-IF
    GOBACK.

END PROGRAM Journal-SplitChain.

*> --- Journal-VerifyChain ---
*> Walks the block-change journal's checksum chain (see Journal-Append)
*> and reports where it is broken. The archives listed in
*> save/journal/index.txt whose range overlaps the world-age window are
*> checked, followed by the current save/block_changes.log; each file's
*> first record must continue from the chain head the index recorded
*> for the archive before it, so a file that is missing, dropped from
*> the index or listed out of order shows up as a break at the next
*> file's first record even when that file itself was not touched.
*> Reported, as "CHAIN:" lines:
*>
*>   - index entries out of age order, and archives the index lists but
*>     that are missing from disk;
*>   - the first broken link in each file (an edited, inserted or
*>     removed record), with how many more follow it - the walk resyncs
*>     to each record's own value after a break so one bad line is not
*>     reported as a cascade;
*>   - an archive whose last chain value no longer matches the head the
*>     index recorded at rotation (records removed from or appended to
*>     its end).
*>
*> Lines written before the chain existed are accepted until the first
*> chained record; one after it counts as a break. LK-PROBLEM-COUNT is
*> the number of problems found (0 = the window verifies). With
*> LK-VERBOSE set, files that verify are listed too.
IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-VerifyChain.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL INDEX-FILE ASSIGN TO "save/journal/index.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INDEX-STATUS.
    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO JOURNAL-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD INDEX-FILE.
    01 INDEX-RECORD         PIC X(512).
FD JOURNAL-FILE.
    01 JOURNAL-RECORD       PIC X(8704).

WORKING-STORAGE SECTION.
    01 INDEX-STATUS         PIC XX.
    01 JOURNAL-STATUS       PIC XX.
    01 JOURNAL-PATH         PIC X(255).
    *> save/journal/index.txt, one entry per archive
    78 CHAIN-INDEX-CAPACITY VALUE 512.
    01 INDEX-COUNT          BINARY-LONG UNSIGNED.
    01 INDEX-POS            BINARY-LONG UNSIGNED.
    01 INDEX-TABLE.
        02 INDEX-ENTRY OCCURS CHAIN-INDEX-CAPACITY TIMES.
            03 ENTRY-NAME           PIC X(64).
            03 ENTRY-RANGE-KNOWN    BINARY-CHAR UNSIGNED.
            03 ENTRY-MIN-AGE        BINARY-DOUBLE.
            03 ENTRY-MAX-AGE        BINARY-DOUBLE.
            03 ENTRY-HEAD-KNOWN     BINARY-CHAR UNSIGNED.
            03 ENTRY-HEAD           BINARY-DOUBLE.
    01 FIELD-NAME           PIC X(64).
    01 FIELD-MIN            PIC X(32).
    01 FIELD-MAX            PIC X(32).
    01 FIELD-HEAD           PIC X(32).
    *> Walking one file
    01 EXPECTED-CHAIN       BINARY-DOUBLE.
    01 COMPUTED-CHAIN       BINARY-DOUBLE.
    01 RECORDED-CHAIN       BINARY-DOUBLE.
    01 LAST-RECORDED-CHAIN  BINARY-DOUBLE.
    01 CHAIN-PRESENT        BINARY-CHAR UNSIGNED.
    01 CHAIN-STARTED        BINARY-CHAR UNSIGNED.
    01 BODY-LENGTH          BINARY-LONG UNSIGNED.
    01 LINE-NUMBER          BINARY-LONG UNSIGNED.
    01 FILE-RECORD-COUNT    BINARY-LONG UNSIGNED.
    01 FILE-CHAINED-COUNT   BINARY-LONG UNSIGNED.
    01 FILE-BREAK-COUNT     BINARY-LONG UNSIGNED.
    01 BREAK-REASON         BINARY-CHAR UNSIGNED.
        88 BREAK-NO-CHAIN           VALUE 0.
        88 BREAK-MISMATCH           VALUE 1.
    01 LINE-AGE-FIELD       PIC X(32).
    01 CHAIN-DISP           PIC -(10)9.
    01 EXPECTED-DISP        PIC -(10)9.
    01 COUNT-DISP           PIC Z(9)9.
    01 CHAINED-DISP         PIC Z(9)9.
    01 AGE-FROM-DISP        PIC -(18)9.
    01 AGE-TO-DISP          PIC -(18)9.
    01 FILE-EXISTS-CODE     BINARY-LONG.
    01 FILE-INFO.
        02 FILE-SIZE        PIC X(8).
        02 FILE-DATE        PIC X(8).
LINKAGE SECTION.
    01 LK-FROM-AGE          BINARY-DOUBLE.
    01 LK-TO-AGE            BINARY-DOUBLE.
    01 LK-VERBOSE           BINARY-CHAR UNSIGNED.
    01 LK-PROBLEM-COUNT     BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-FROM-AGE LK-TO-AGE LK-VERBOSE LK-PROBLEM-COUNT.
    MOVE 0 TO LK-PROBLEM-COUNT
    PERFORM READ-INDEX
    PERFORM CHECK-INDEX-ORDER
    PERFORM VARYING INDEX-POS FROM 1 BY 1 UNTIL INDEX-POS > INDEX-COUNT
        IF ENTRY-RANGE-KNOWN(INDEX-POS) = 0
                OR (ENTRY-MAX-AGE(INDEX-POS) >= LK-FROM-AGE AND ENTRY-MIN-AGE(INDEX-POS) <= LK-TO-AGE)
            PERFORM VERIFY-ARCHIVE
        END-IF
    END-PERFORM
    PERFORM VERIFY-CURRENT
    GOBACK.

READ-INDEX.
    MOVE 0 TO INDEX-COUNT
    OPEN INPUT INDEX-FILE
    IF INDEX-STATUS NOT = "00" AND INDEX-STATUS NOT = "05"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EXIT
        READ INDEX-FILE
            AT END EXIT PERFORM
        END-READ
        IF INDEX-RECORD = SPACES
            EXIT PERFORM CYCLE
        END-IF
        IF INDEX-COUNT >= CHAIN-INDEX-CAPACITY
            DISPLAY "CHAIN: save/journal/index.txt lists more than " CHAIN-INDEX-CAPACITY " archives; the rest are not verified"
            ADD 1 TO LK-PROBLEM-COUNT
            EXIT PERFORM
        END-IF
        ADD 1 TO INDEX-COUNT
        MOVE SPACES TO FIELD-NAME FIELD-MIN FIELD-MAX FIELD-HEAD
        UNSTRING INDEX-RECORD DELIMITED BY ALL SPACES INTO FIELD-NAME FIELD-MIN FIELD-MAX FIELD-HEAD
        MOVE FIELD-NAME TO ENTRY-NAME(INDEX-COUNT)
        MOVE 0 TO ENTRY-RANGE-KNOWN(INDEX-COUNT)
        MOVE 0 TO ENTRY-MIN-AGE(INDEX-COUNT)
        MOVE 0 TO ENTRY-MAX-AGE(INDEX-COUNT)
        IF FIELD-MIN NOT = SPACES AND FIELD-MAX NOT = SPACES
                AND FUNCTION TEST-NUMVAL(FIELD-MIN) = 0 AND FUNCTION TEST-NUMVAL(FIELD-MAX) = 0
            MOVE 1 TO ENTRY-RANGE-KNOWN(INDEX-COUNT)
            COMPUTE ENTRY-MIN-AGE(INDEX-COUNT) = FUNCTION NUMVAL(FIELD-MIN)
            COMPUTE ENTRY-MAX-AGE(INDEX-COUNT) = FUNCTION NUMVAL(FIELD-MAX)
        END-IF
        *> archives rotated before the chain existed carry no head ("-"
        *> or no fourth field)
        MOVE 0 TO ENTRY-HEAD-KNOWN(INDEX-COUNT)
        MOVE 0 TO ENTRY-HEAD(INDEX-COUNT)
        IF FIELD-HEAD NOT = SPACES AND FUNCTION TEST-NUMVAL(FIELD-HEAD) = 0
            MOVE 1 TO ENTRY-HEAD-KNOWN(INDEX-COUNT)
            COMPUTE ENTRY-HEAD(INDEX-COUNT) = FUNCTION NUMVAL(FIELD-HEAD)
        END-IF
    END-PERFORM
    CLOSE INDEX-FILE.

CHECK-INDEX-ORDER.
    *> consecutive archives may share a boundary tick, but an archive
    *> starting before its predecessor ends is out of order
    PERFORM VARYING INDEX-POS FROM 2 BY 1 UNTIL INDEX-POS > INDEX-COUNT
        IF ENTRY-RANGE-KNOWN(INDEX-POS) = 1 AND ENTRY-RANGE-KNOWN(INDEX-POS - 1) = 1
                AND ENTRY-MIN-AGE(INDEX-POS) < ENTRY-MAX-AGE(INDEX-POS - 1)
            MOVE ENTRY-MIN-AGE(INDEX-POS) TO AGE-FROM-DISP
            MOVE ENTRY-MAX-AGE(INDEX-POS - 1) TO AGE-TO-DISP
            DISPLAY "CHAIN: save/journal/index.txt is out of order: " FUNCTION TRIM(ENTRY-NAME(INDEX-POS)) " starts at age " FUNCTION TRIM(AGE-FROM-DISP) ", before " FUNCTION TRIM(ENTRY-NAME(INDEX-POS - 1)) " ends at age " FUNCTION TRIM(AGE-TO-DISP)
            ADD 1 TO LK-PROBLEM-COUNT
        END-IF
    END-PERFORM.

VERIFY-ARCHIVE.
    MOVE SPACES TO JOURNAL-PATH
    STRING "save/journal/" FUNCTION TRIM(ENTRY-NAME(INDEX-POS)) DELIMITED BY SIZE INTO JOURNAL-PATH
    CALL "CBL_CHECK_FILE_EXIST" USING JOURNAL-PATH FILE-INFO RETURNING FILE-EXISTS-CODE
    IF FILE-EXISTS-CODE NOT = 0
        DISPLAY "CHAIN: " FUNCTION TRIM(JOURNAL-PATH) " is listed in save/journal/index.txt but MISSING from disk"
        ADD 1 TO LK-PROBLEM-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM START-FROM-PREVIOUS-HEAD
    PERFORM WALK-FILE
    IF ENTRY-HEAD-KNOWN(INDEX-POS) = 1
        IF FILE-CHAINED-COUNT = 0 OR LAST-RECORDED-CHAIN NOT = ENTRY-HEAD(INDEX-POS)
            MOVE LAST-RECORDED-CHAIN TO CHAIN-DISP
            IF FILE-CHAINED-COUNT = 0
                MOVE "-" TO CHAIN-DISP
            END-IF
            MOVE ENTRY-HEAD(INDEX-POS) TO EXPECTED-DISP
            DISPLAY "CHAIN: " FUNCTION TRIM(JOURNAL-PATH) " ends at chain " FUNCTION TRIM(CHAIN-DISP) " but index.txt recorded " FUNCTION TRIM(EXPECTED-DISP) " when it was rotated: records were removed from or added to its end"
            ADD 1 TO LK-PROBLEM-COUNT
        END-IF
    END-IF.

VERIFY-CURRENT.
    MOVE "save/block_changes.log" TO JOURNAL-PATH
    MOVE INDEX-COUNT TO INDEX-POS
    ADD 1 TO INDEX-POS
    PERFORM START-FROM-PREVIOUS-HEAD
    PERFORM WALK-FILE.

START-FROM-PREVIOUS-HEAD.
    *> the file at INDEX-POS continues the chain from the head recorded
    *> for the entry before it; the first file, or one after an archive
    *> rotated before the chain existed, starts it from 0
    MOVE 0 TO EXPECTED-CHAIN
    MOVE 0 TO CHAIN-STARTED
    IF INDEX-POS > 1
        IF ENTRY-HEAD-KNOWN(INDEX-POS - 1) = 1
            MOVE ENTRY-HEAD(INDEX-POS - 1) TO EXPECTED-CHAIN
            MOVE 1 TO CHAIN-STARTED
        END-IF
    END-IF.

WALK-FILE.
    MOVE 0 TO LINE-NUMBER
    MOVE 0 TO FILE-RECORD-COUNT
    MOVE 0 TO FILE-CHAINED-COUNT
    MOVE 0 TO FILE-BREAK-COUNT
    MOVE -1 TO LAST-RECORDED-CHAIN
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS NOT = "00" AND JOURNAL-STATUS NOT = "05"
        DISPLAY "CHAIN: cannot open " FUNCTION TRIM(JOURNAL-PATH) " (status " JOURNAL-STATUS ")"
        ADD 1 TO LK-PROBLEM-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EXIT
        READ JOURNAL-FILE
            AT END EXIT PERFORM
        END-READ
        ADD 1 TO LINE-NUMBER
        IF JOURNAL-RECORD = SPACES
            EXIT PERFORM CYCLE
        END-IF
        ADD 1 TO FILE-RECORD-COUNT
        CALL "Journal-SplitChain" USING JOURNAL-RECORD BODY-LENGTH CHAIN-PRESENT RECORDED-CHAIN
        IF CHAIN-PRESENT = 0
            IF CHAIN-STARTED = 1
                MOVE 0 TO BREAK-REASON
                PERFORM REPORT-BREAK
            END-IF
            EXIT PERFORM CYCLE
        END-IF
        CALL "Journal-ChainValue" USING EXPECTED-CHAIN JOURNAL-RECORD BODY-LENGTH COMPUTED-CHAIN
        IF COMPUTED-CHAIN NOT = RECORDED-CHAIN
            MOVE 1 TO BREAK-REASON
            PERFORM REPORT-BREAK
        END-IF
        *> resync on the record's own value, so the next link is judged
        *> on its own
        MOVE RECORDED-CHAIN TO EXPECTED-CHAIN
        MOVE RECORDED-CHAIN TO LAST-RECORDED-CHAIN
        MOVE 1 TO CHAIN-STARTED
        ADD 1 TO FILE-CHAINED-COUNT
    END-PERFORM
    CLOSE JOURNAL-FILE
    IF FILE-BREAK-COUNT > 1
        COMPUTE COUNT-DISP = FILE-BREAK-COUNT - 1
        DISPLAY "CHAIN: " FUNCTION TRIM(JOURNAL-PATH) " has " FUNCTION TRIM(COUNT-DISP) " further broken link(s) after the first"
    END-IF
    IF FILE-BREAK-COUNT = 0 AND LK-VERBOSE NOT = 0
        MOVE FILE-RECORD-COUNT TO COUNT-DISP
        MOVE FILE-CHAINED-COUNT TO CHAINED-DISP
        DISPLAY "ok    " FUNCTION TRIM(JOURNAL-PATH) ": " FUNCTION TRIM(COUNT-DISP) " record(s), " FUNCTION TRIM(CHAINED-DISP) " chained"
    END-IF.

REPORT-BREAK.
    ADD 1 TO FILE-BREAK-COUNT
    IF FILE-BREAK-COUNT > 1
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO LK-PROBLEM-COUNT
    MOVE SPACES TO LINE-AGE-FIELD
    UNSTRING JOURNAL-RECORD DELIMITED BY ALL SPACES INTO LINE-AGE-FIELD
    MOVE LINE-NUMBER TO COUNT-DISP
    EVALUATE TRUE
        WHEN BREAK-NO-CHAIN
            DISPLAY "CHAIN: " FUNCTION TRIM(JOURNAL-PATH) " line " FUNCTION TRIM(COUNT-DISP) " (age " FUNCTION TRIM(LINE-AGE-FIELD) ") carries no chain value after chained records: it was inserted or rewritten by hand"
        WHEN FILE-CHAINED-COUNT = 0
            DISPLAY "CHAIN: " FUNCTION TRIM(JOURNAL-PATH) " line " FUNCTION TRIM(COUNT-DISP) " (age " FUNCTION TRIM(LINE-AGE-FIELD) ") does not continue the chain from the file before it: an earlier archive is missing, out of order or was altered, or this record was"
        WHEN OTHER
            DISPLAY "CHAIN: " FUNCTION TRIM(JOURNAL-PATH) " first broken link at line " FUNCTION TRIM(COUNT-DISP) " (age " FUNCTION TRIM(LINE-AGE-FIELD) "): this record was altered, or records just before it were removed or inserted"
    END-EVALUATE.

END PROGRAM Journal-VerifyChain.

*> --- HexEncodeBytes ---
*> Renders a byte buffer as lowercase hex characters, the rendering
*> UuidToHex uses, generalized to any length - used for the container
