*> --- Claims-Check ---
*> Land-claim enforcement for player edits. World-SetBlock and
*> World-SetBlockEntityData call it before applying a change made by a
*> real client; LK-ALLOWED comes back 1 to let the edit through, or 0
*> when the position lies inside a claim the player is neither the
*> owner of nor trusted on. Client 0 (rollbacks, block physics, other
*> server-initiated changes) is always allowed - a rollback must be
*> able to repair a claim, and fluids do not ask permission.
*>
*> The claims live in one operator-editable file, re-read on every
*> check the way Admission-Check re-reads its lists, so an edit takes
*> effect on the next block change without a restart:
*>
*>   save/claims.txt   <claim> <owner> <dim> <x1> <z1> <x2> <z2> [<trusted> ...]
*>
*> <claim> is a free name for the claim (no spaces), reported in the
*> refusals log. <owner> and each <trusted> are either the 32-character
*> lowercase uuid hex the playerdata file names use, or a player name
*> (compared ignoring case). <dim> is overworld, nether, or the
*> dimension number. The box is inclusive on both corners, in either
*> order, and covers the full build height. Where claims overlap, every
*> claim covering the position must admit the player. Lines starting
*> with "#" and blank lines are ignored; a line with fewer than the
*> seven required fields is reported and ignored.
*>
*> Every refused attempt is appended to save/claim_refusals.log:
*>
*>   <age> time=<yyyy-mm-ddThh:mm:ss> client=<n> player=<name> uuid=<hex> pos=<x>,<y>,<z> dim=<d> action=<action> claim=<claim> owner=<owner>
*>
*> A claims file that exists but cannot be opened fails CLOSED, like the
*> admission lists: the edit is refused (logged against the claim name
*> "(unreadable)") rather than letting everyone build with enforcement
*> off.
IDENTIFICATION DIVISION.
PROGRAM-ID. Claims-Check.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CLAIMS-FILE ASSIGN TO "save/claims.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLAIMS-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLAIMS-FILE.
    01 CLAIMS-RECORD        PIC X(1024).

WORKING-STORAGE SECTION.
    01 CLAIMS-STATUS        PIC XX.
    01 ENTRY-LINE-TRIMMED   PIC X(1024).
    01 ENTRY-POINTER        BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX         BINARY-LONG UNSIGNED.
    01 PLAYER-UUID-HEX      PIC X(32).
    01 PLAYER-NAME-FOUND    PIC X(16).
    01 PLAYER-NAME-UPPER    PIC X(16).
    *> entry parsing
    01 CLAIM-NAME           PIC X(64).
    01 CLAIM-OWNER          PIC X(64).
    01 CLAIM-DIM-FIELD      PIC X(16).
    01 CLAIM-X1-FIELD       PIC X(16).
    01 CLAIM-Z1-FIELD       PIC X(16).
    01 CLAIM-X2-FIELD       PIC X(16).
    01 CLAIM-Z2-FIELD       PIC X(16).
    01 CLAIM-DIMENSION      BINARY-CHAR UNSIGNED.
    01 CLAIM-MIN-X          BINARY-LONG.
    01 CLAIM-MIN-Z          BINARY-LONG.
    01 CLAIM-MAX-X          BINARY-LONG.
    01 CLAIM-MAX-Z          BINARY-LONG.
    01 CLAIM-X1             BINARY-LONG.
    01 CLAIM-Z1             BINARY-LONG.
    01 CLAIM-X2             BINARY-LONG.
    01 CLAIM-Z2             BINARY-LONG.
    01 MEMBER-TOKEN         PIC X(64).
    01 MATCH-TOKEN          PIC X(64).
    01 TOKEN-MATCHES        BINARY-CHAR UNSIGNED.
    01 PLAYER-ADMITTED      BINARY-CHAR UNSIGNED.
    *> refusal record
    01 REFUSED-CLAIM        PIC X(64).
    01 REFUSED-OWNER        PIC X(64).
    01 REFUSALS-FILE-NAME   PIC X(255)              VALUE "save/claim_refusals.log".
    01 REFUSAL-LINE         PIC X(512).
    01 REFUSAL-LINE-LENGTH  BINARY-LONG UNSIGNED.
    01 REFUSAL-FAILURE      BINARY-CHAR UNSIGNED.
    01 CURRENT-STAMP        PIC X(21).
    01 TIME-STAMP           PIC X(19).
    01 EDIT-AGE             PIC -(18)9.
    01 EDIT-CLIENT          PIC Z(9)9.
    01 EDIT-X               PIC -(10)9.
    01 EDIT-Y               PIC -(10)9.
    01 EDIT-Z               PIC -(10)9.
    01 EDIT-DIMENSION       PIC Z9.
    *> World data (for the world age and the dimension constants)
    COPY DD-WORLD.
    *> Player data, to resolve the client to a uuid and name
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-CLIENT            BINARY-LONG UNSIGNED.
    01 LK-POSITION.
        02 LK-X                 BINARY-LONG.
        02 LK-Y                 BINARY-LONG.
        02 LK-Z                 BINARY-LONG.
    01 LK-DIMENSION         BINARY-CHAR UNSIGNED.
    *> What was attempted, for the log ("block", "container")
    01 LK-ACTION            PIC X(16).
    01 LK-ALLOWED           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-POSITION LK-DIMENSION LK-ACTION LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    IF LK-CLIENT = 0
        GOBACK
    END-IF

    *> Resolve the acting client to its player row; a client without
    *> one (still logging in) matches no owner and no trusted entry
    MOVE ALL "0" TO PLAYER-UUID-HEX
    MOVE SPACES TO PLAYER-NAME-FOUND
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) = LK-CLIENT
            CALL "UuidToHex" USING PLAYER-UUID(PLAYER-INDEX) PLAYER-UUID-HEX
            MOVE PLAYER-NAME(PLAYER-INDEX) TO PLAYER-NAME-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE FUNCTION UPPER-CASE(PLAYER-NAME-FOUND) TO PLAYER-NAME-UPPER

    OPEN INPUT CLAIMS-FILE
    IF CLAIMS-STATUS NOT = "00" AND CLAIMS-STATUS NOT = "05"
        DISPLAY "WARNING: cannot open save/claims.txt (status " CLAIMS-STATUS "); refusing the edit by " FUNCTION TRIM(PLAYER-NAME-FOUND) " rather than building with claims unenforced"
        MOVE 0 TO LK-ALLOWED
        MOVE "(unreadable)" TO REFUSED-CLAIM
        MOVE "-" TO REFUSED-OWNER
        PERFORM LOG-REFUSAL
        GOBACK
    END-IF
    PERFORM UNTIL EXIT
        READ CLAIMS-FILE
            AT END EXIT PERFORM
        END-READ
        PERFORM CHECK-CLAIM
        IF LK-ALLOWED = 0
            EXIT PERFORM
        END-IF
    END-PERFORM
    CLOSE CLAIMS-FILE

    IF LK-ALLOWED = 0
        PERFORM LOG-REFUSAL
    END-IF
    GOBACK.

CHECK-CLAIM.
    *> Parses the claim in CLAIMS-RECORD; if it covers the position and
    *> does not name the player as owner or trusted, the edit is refused
    *> and the claim remembered for the log.
    IF CLAIMS-RECORD = SPACES
        EXIT PARAGRAPH
    END-IF
    *> entries may be indented, as in the admission lists
    MOVE FUNCTION TRIM(CLAIMS-RECORD) TO ENTRY-LINE-TRIMMED
    IF ENTRY-LINE-TRIMMED(1:1) = "#"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CLAIM-NAME CLAIM-OWNER CLAIM-DIM-FIELD CLAIM-X1-FIELD CLAIM-Z1-FIELD CLAIM-X2-FIELD CLAIM-Z2-FIELD
    MOVE 1 TO ENTRY-POINTER
    UNSTRING ENTRY-LINE-TRIMMED DELIMITED BY ALL SPACES INTO CLAIM-NAME CLAIM-OWNER CLAIM-DIM-FIELD CLAIM-X1-FIELD CLAIM-Z1-FIELD CLAIM-X2-FIELD CLAIM-Z2-FIELD WITH POINTER ENTRY-POINTER
    IF CLAIM-Z2-FIELD = SPACES
        DISPLAY "WARNING: save/claims.txt line ignored (needs <claim> <owner> <dim> <x1> <z1> <x2> <z2>): " FUNCTION TRIM(ENTRY-LINE-TRIMMED)
        EXIT PARAGRAPH
    END-IF

    EVALUATE FUNCTION LOWER-CASE(CLAIM-DIM-FIELD)
        WHEN "overworld"
            MOVE WORLD-DIMENSION-OVERWORLD TO CLAIM-DIMENSION
        WHEN "nether"
            MOVE WORLD-DIMENSION-NETHER TO CLAIM-DIMENSION
        WHEN OTHER
            *> a dimension number is accepted too, but only a real one; a
            *> misspelt name must not quietly become the overworld
            IF FUNCTION TEST-NUMVAL(CLAIM-DIM-FIELD) NOT = 0
                    OR FUNCTION NUMVAL(CLAIM-DIM-FIELD) < WORLD-DIMENSION-OVERWORLD
                    OR FUNCTION NUMVAL(CLAIM-DIM-FIELD) > WORLD-DIMENSION-NETHER
                DISPLAY "WARNING: save/claims.txt line ignored (unknown dimension " FUNCTION TRIM(CLAIM-DIM-FIELD) "; use overworld or nether): " FUNCTION TRIM(ENTRY-LINE-TRIMMED)
                EXIT PARAGRAPH
            END-IF
            COMPUTE CLAIM-DIMENSION = FUNCTION NUMVAL(CLAIM-DIM-FIELD)
    END-EVALUATE
    *> a non-numeric corner would become 0 and move or stretch the claim
    IF FUNCTION TEST-NUMVAL(CLAIM-X1-FIELD) NOT = 0 OR FUNCTION TEST-NUMVAL(CLAIM-Z1-FIELD) NOT = 0
            OR FUNCTION TEST-NUMVAL(CLAIM-X2-FIELD) NOT = 0 OR FUNCTION TEST-NUMVAL(CLAIM-Z2-FIELD) NOT = 0
        DISPLAY "WARNING: save/claims.txt line ignored (<x1> <z1> <x2> <z2> must be numbers): " FUNCTION TRIM(ENTRY-LINE-TRIMMED)
        EXIT PARAGRAPH
    END-IF
    IF CLAIM-DIMENSION NOT = LK-DIMENSION
        EXIT PARAGRAPH
    END-IF
    COMPUTE CLAIM-X1 = FUNCTION NUMVAL(CLAIM-X1-FIELD)
    COMPUTE CLAIM-Z1 = FUNCTION NUMVAL(CLAIM-Z1-FIELD)
    COMPUTE CLAIM-X2 = FUNCTION NUMVAL(CLAIM-X2-FIELD)
    COMPUTE CLAIM-Z2 = FUNCTION NUMVAL(CLAIM-Z2-FIELD)
    COMPUTE CLAIM-MIN-X = FUNCTION MIN(CLAIM-X1, CLAIM-X2)
    COMPUTE CLAIM-MAX-X = FUNCTION MAX(CLAIM-X1, CLAIM-X2)
    COMPUTE CLAIM-MIN-Z = FUNCTION MIN(CLAIM-Z1, CLAIM-Z2)
    COMPUTE CLAIM-MAX-Z = FUNCTION MAX(CLAIM-Z1, CLAIM-Z2)
    IF LK-X < CLAIM-MIN-X OR LK-X > CLAIM-MAX-X OR LK-Z < CLAIM-MIN-Z OR LK-Z > CLAIM-MAX-Z
        EXIT PARAGRAPH
    END-IF

    *> inside the claim: the owner, then each trusted entry
    MOVE 0 TO PLAYER-ADMITTED
    MOVE CLAIM-OWNER TO MATCH-TOKEN
    PERFORM MATCH-PLAYER
    IF TOKEN-MATCHES > 0
        MOVE 1 TO PLAYER-ADMITTED
    END-IF
    PERFORM UNTIL PLAYER-ADMITTED > 0 OR ENTRY-POINTER > LENGTH OF ENTRY-LINE-TRIMMED
        MOVE SPACES TO MEMBER-TOKEN
        UNSTRING ENTRY-LINE-TRIMMED DELIMITED BY ALL SPACES INTO MEMBER-TOKEN WITH POINTER ENTRY-POINTER
        IF MEMBER-TOKEN = SPACES
            EXIT PERFORM
        END-IF
        MOVE MEMBER-TOKEN TO MATCH-TOKEN
        PERFORM MATCH-PLAYER
        IF TOKEN-MATCHES > 0
            MOVE 1 TO PLAYER-ADMITTED
        END-IF
    END-PERFORM
    IF PLAYER-ADMITTED = 0
        MOVE 0 TO LK-ALLOWED
        MOVE CLAIM-NAME TO REFUSED-CLAIM
        MOVE CLAIM-OWNER TO REFUSED-OWNER
    END-IF.

MATCH-PLAYER.
    *> MATCH-TOKEN is a uuid hex or a player name; names are at most 16
    *> characters and uuids always 32, so the two cannot be confused
    MOVE 0 TO TOKEN-MATCHES
    IF MATCH-TOKEN = SPACES
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION LOWER-CASE(MATCH-TOKEN) = PLAYER-UUID-HEX
        MOVE 1 TO TOKEN-MATCHES
        EXIT PARAGRAPH
    END-IF
    IF PLAYER-NAME-FOUND NOT = SPACES AND MATCH-TOKEN(17:) = SPACES
        IF FUNCTION UPPER-CASE(MATCH-TOKEN(1:16)) = PLAYER-NAME-UPPER
            MOVE 1 TO TOKEN-MATCHES
        END-IF
    END-IF.

LOG-REFUSAL.
    *> Best-effort, like the block-change journal: a log write failure
    *> does not turn a refusal into an accepted edit.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
    MOVE SPACES TO TIME-STAMP
    STRING CURRENT-STAMP(1:4) "-" CURRENT-STAMP(5:2) "-" CURRENT-STAMP(7:2) "T" CURRENT-STAMP(9:2) ":" CURRENT-STAMP(11:2) ":" CURRENT-STAMP(13:2) DELIMITED BY SIZE INTO TIME-STAMP
    MOVE WORLD-AGE TO EDIT-AGE
    MOVE LK-CLIENT TO EDIT-CLIENT
    MOVE LK-X TO EDIT-X
    MOVE LK-Y TO EDIT-Y
    MOVE LK-Z TO EDIT-Z
    MOVE LK-DIMENSION TO EDIT-DIMENSION
    MOVE SPACES TO REFUSAL-LINE
    STRING
        FUNCTION TRIM(EDIT-AGE) DELIMITED BY SIZE
        " time=" DELIMITED BY SIZE
        TIME-STAMP DELIMITED BY SIZE
        " client=" DELIMITED BY SIZE
        FUNCTION TRIM(EDIT-CLIENT) DELIMITED BY SIZE
        " player=" DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-NAME-FOUND) DELIMITED BY SIZE
        " uuid=" DELIMITED BY SIZE
        PLAYER-UUID-HEX DELIMITED BY SIZE
        " pos=" DELIMITED BY SIZE
        FUNCTION TRIM(EDIT-X) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(EDIT-Y) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(EDIT-Z) DELIMITED BY SIZE
        " dim=" DELIMITED BY SIZE
        FUNCTION TRIM(EDIT-DIMENSION) DELIMITED BY SIZE
        " action=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-ACTION) DELIMITED BY SIZE
        " claim=" DELIMITED BY SIZE
        FUNCTION TRIM(REFUSED-CLAIM) DELIMITED BY SIZE
        " owner=" DELIMITED BY SIZE
        FUNCTION TRIM(REFUSED-OWNER) DELIMITED BY SIZE
        X"0A" DELIMITED BY SIZE
        INTO REFUSAL-LINE
    END-STRING
    MOVE FUNCTION STORED-CHAR-LENGTH(REFUSAL-LINE) TO REFUSAL-LINE-LENGTH
    CALL "Files-AppendAll" USING REFUSALS-FILE-NAME REFUSAL-LINE REFUSAL-LINE-LENGTH REFUSAL-FAILURE
    IF REFUSAL-FAILURE NOT = 0
        DISPLAY "WARNING: failed to append to save/claim_refusals.log for pos=" LK-X "," LK-Y "," LK-Z
    END-IF.

END PROGRAM Claims-Check.
