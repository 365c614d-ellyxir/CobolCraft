*> --- Session-Log ---
*> Appends one record to the session ledger, save/sessions.log, which
*> Report-Playtime turns into the monthly activity report. Events:
*>
*>   admit    Admission-Check let the player in
*>   refuse   Admission-Check turned the player away; LK-REASON is the
*>            refusal reason the client was shown
*>   join     World-LoadPlayer has restored the player's row, so the
*>            position and dimension are where the player enters
*>   leave    Session-DetectLeaves has seen the player's row freed (or
*>            taken by someone else) since the previous tick; the
*>            position and dimension are the last ones seen there
*>   start    World-Load at server startup; any session still open in
*>            the ledger ended when the previous run stopped
*>
*> One line per record, the free-text reason always last:
*>
*>   <age> time=<yyyy-mm-ddThh:mm:ss> event=<event> uuid=<hex|-> player=<name|-> pos=<x>,<y>,<z>|- dim=<d>|- reason=<text>
*>
*> The uuid is the 32-character hex the playerdata file names use.
*> LK-PLAYER-INDEX names the player-table row to take the position and
*> dimension from; 0 means the player has no row yet (admission
*> decisions are made before the row is filled in) and both are
*> written as "-", unless the caller passes them itself in the optional
*> LK-POSITION and LK-DIMENSION (appended after the original parameters,
*> never inserted; a leave is recorded after the row has been cleared).
*> Best-effort like the block-change journal: a write failure costs
*> ledger history, never a login.
IDENTIFICATION DIVISION.
PROGRAM-ID. Session-Log.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 LEDGER-FILE-NAME     PIC X(255)              VALUE "save/sessions.log".
    01 LEDGER-LINE          PIC X(512).
    01 LEDGER-LINE-LENGTH   BINARY-LONG UNSIGNED.
    01 LEDGER-FAILURE       BINARY-CHAR UNSIGNED.
    01 UUID-HEX             PIC X(32).
    01 LEDGER-NAME          PIC X(16).
    01 LEDGER-POSITION      PIC X(40).
    01 LEDGER-DIMENSION     PIC X(2).
    01 CURRENT-STAMP        PIC X(21).
    01 TIME-STAMP           PIC X(19).
    01 EDIT-AGE             PIC -(18)9.
    01 EDIT-X               PIC -(10)9.
    01 EDIT-Y               PIC -(10)9.
    01 EDIT-Z               PIC -(10)9.
    01 EDIT-DIMENSION       PIC Z9.
    *> World data (for the world age)
    COPY DD-WORLD.
    *> Player data, for the position and dimension
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-EVENT             PIC X(8).
    01 LK-UUID              PIC X(16).
    01 LK-NAME              PIC X(16).
    01 LK-REASON            PIC X(256).
    01 LK-PLAYER-INDEX      BINARY-LONG UNSIGNED.
    01 LK-POSITION.
        02 LK-X                 BINARY-LONG.
        02 LK-Y                 BINARY-LONG.
        02 LK-Z                 BINARY-LONG.
    01 LK-DIMENSION         BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-EVENT LK-UUID LK-NAME LK-REASON LK-PLAYER-INDEX LK-POSITION LK-DIMENSION.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
    MOVE SPACES TO TIME-STAMP
    STRING CURRENT-STAMP(1:4) "-" CURRENT-STAMP(5:2) "-" CURRENT-STAMP(7:2) "T" CURRENT-STAMP(9:2) ":" CURRENT-STAMP(11:2) ":" CURRENT-STAMP(13:2) DELIMITED BY SIZE INTO TIME-STAMP

    IF FUNCTION LOWER-CASE(LK-EVENT) = "start"
        MOVE "-" TO UUID-HEX
        MOVE "-" TO LEDGER-NAME
    ELSE
        CALL "UuidToHex" USING LK-UUID UUID-HEX
        MOVE LK-NAME TO LEDGER-NAME
        IF LEDGER-NAME = SPACES
            MOVE "-" TO LEDGER-NAME
        END-IF
    END-IF

    MOVE "-" TO LEDGER-POSITION
    MOVE "-" TO LEDGER-DIMENSION
    IF LK-PLAYER-INDEX > 0 AND LK-PLAYER-INDEX <= MAX-PLAYERS
        MOVE PLAYER-X(LK-PLAYER-INDEX) TO EDIT-X
        MOVE PLAYER-Y(LK-PLAYER-INDEX) TO EDIT-Y
        MOVE PLAYER-Z(LK-PLAYER-INDEX) TO EDIT-Z
        MOVE PLAYER-DIMENSION(LK-PLAYER-INDEX) TO EDIT-DIMENSION
        MOVE SPACES TO LEDGER-POSITION
        STRING FUNCTION TRIM(EDIT-X) "," FUNCTION TRIM(EDIT-Y) "," FUNCTION TRIM(EDIT-Z) DELIMITED BY SIZE INTO LEDGER-POSITION
        MOVE FUNCTION TRIM(EDIT-DIMENSION) TO LEDGER-DIMENSION
    ELSE
        IF ADDRESS OF LK-POSITION NOT = NULL AND ADDRESS OF LK-DIMENSION NOT = NULL
            MOVE LK-X TO EDIT-X
            MOVE LK-Y TO EDIT-Y
            MOVE LK-Z TO EDIT-Z
            MOVE LK-DIMENSION TO EDIT-DIMENSION
            MOVE SPACES TO LEDGER-POSITION
            STRING FUNCTION TRIM(EDIT-X) "," FUNCTION TRIM(EDIT-Y) "," FUNCTION TRIM(EDIT-Z) DELIMITED BY SIZE INTO LEDGER-POSITION
            MOVE FUNCTION TRIM(EDIT-DIMENSION) TO LEDGER-DIMENSION
        END-IF
    END-IF

    MOVE WORLD-AGE TO EDIT-AGE
    MOVE SPACES TO LEDGER-LINE
    STRING
        FUNCTION TRIM(EDIT-AGE) DELIMITED BY SIZE
        " time=" DELIMITED BY SIZE
        TIME-STAMP DELIMITED BY SIZE
        " event=" DELIMITED BY SIZE
        FUNCTION TRIM(FUNCTION LOWER-CASE(LK-EVENT)) DELIMITED BY SIZE
        " uuid=" DELIMITED BY SIZE
        FUNCTION TRIM(UUID-HEX) DELIMITED BY SIZE
        " player=" DELIMITED BY SIZE
        FUNCTION TRIM(LEDGER-NAME) DELIMITED BY SIZE
        " pos=" DELIMITED BY SIZE
        FUNCTION TRIM(LEDGER-POSITION) DELIMITED BY SIZE
        " dim=" DELIMITED BY SIZE
        FUNCTION TRIM(LEDGER-DIMENSION) DELIMITED BY SIZE
        *> the reason is free text and may hold spaces, so it is last
        " reason=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-REASON) DELIMITED BY SIZE
        X"0A" DELIMITED BY SIZE
        INTO LEDGER-LINE
    END-STRING
    MOVE FUNCTION STORED-CHAR-LENGTH(LEDGER-LINE) TO LEDGER-LINE-LENGTH
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "Files-AppendAll" USING LEDGER-FILE-NAME LEDGER-LINE LEDGER-LINE-LENGTH LEDGER-FAILURE
    IF LEDGER-FAILURE NOT = 0
        DISPLAY "WARNING: failed to append " FUNCTION TRIM(LK-EVENT) " record for " FUNCTION TRIM(LEDGER-NAME) " to save/sessions.log"
    END-IF
    GOBACK.

END PROGRAM Session-Log.

*> --- Session-DetectLeaves ---
*> Per-tick sweep, called from World-UpdateAge, that records the "leave"
*> half of every session. There is no disconnect hook to hang it on, so
*> the sweep remembers each occupied player-table row (uuid, name,
*> position, dimension) and, once that row's client drops to 0 or its
*> uuid changes, logs a leave through Session-Log with the remembered
*> values - the position is where the player last stood, at most one
*> tick stale. Without it Report-Playtime could only close a session at
*> the player's next join or the next server start.
IDENTIFICATION DIVISION.
PROGRAM-ID. Session-DetectLeaves.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 LEDGER-EVENT         PIC X(8)                VALUE "leave".
    01 LEDGER-REASON        PIC X(256)              VALUE SPACES.
    01 LEDGER-NO-ROW        BINARY-LONG UNSIGNED    VALUE 0.
    01 ROW-INDEX            BINARY-LONG UNSIGNED.
    *> Player data
    COPY DD-PLAYERS.
    *> What each row held at the end of the previous tick
    01 SEEN-TABLE.
        02 SEEN-ENTRY OCCURS MAX-PLAYERS TIMES.
            03 SEEN-OCCUPIED        BINARY-CHAR UNSIGNED    VALUE 0.
            03 SEEN-UUID            PIC X(16).
            03 SEEN-NAME            PIC X(16).
            03 SEEN-POSITION.
                04 SEEN-X               BINARY-LONG.
                04 SEEN-Y               BINARY-LONG.
                04 SEEN-Z               BINARY-LONG.
            03 SEEN-DIMENSION       BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX > MAX-PLAYERS
        IF SEEN-OCCUPIED(ROW-INDEX) = 1
            IF PLAYER-CLIENT(ROW-INDEX) = 0 OR PLAYER-UUID(ROW-INDEX) NOT = SEEN-UUID(ROW-INDEX)
                CALL "Session-Log" USING LEDGER-EVENT SEEN-UUID(ROW-INDEX) SEEN-NAME(ROW-INDEX) LEDGER-REASON LEDGER-NO-ROW
                    SEEN-POSITION(ROW-INDEX) SEEN-DIMENSION(ROW-INDEX)
                MOVE 0 TO SEEN-OCCUPIED(ROW-INDEX)
            END-IF
        END-IF
        IF PLAYER-CLIENT(ROW-INDEX) > 0
            MOVE 1 TO SEEN-OCCUPIED(ROW-INDEX)
            MOVE PLAYER-UUID(ROW-INDEX) TO SEEN-UUID(ROW-INDEX)
            MOVE PLAYER-NAME(ROW-INDEX) TO SEEN-NAME(ROW-INDEX)
            MOVE PLAYER-X(ROW-INDEX) TO SEEN-X(ROW-INDEX)
            MOVE PLAYER-Y(ROW-INDEX) TO SEEN-Y(ROW-INDEX)
            MOVE PLAYER-Z(ROW-INDEX) TO SEEN-Z(ROW-INDEX)
            MOVE PLAYER-DIMENSION(ROW-INDEX) TO SEEN-DIMENSION(ROW-INDEX)
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Session-DetectLeaves.
