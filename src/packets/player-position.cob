*> --- SendPacket-SyncPlayerPosition ---
*> Sends a "Synchronize Player Position" packet that moves the player to
*> the given block column (centred in it, at block height LK-Y). Yaw and
*> pitch are flagged relative with a zero delta, so the player keeps
*> facing the way they were. Used by World-EnforceBorder to put a player
*> who has crossed the world border back inside it.
IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-SyncPlayerPosition.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 PACKET-ID        BINARY-LONG             VALUE 62.
    *> relative-flags bits: 0x08 yaw, 0x10 pitch
    01 C-RELATIVE-ROTATION PIC X               VALUE X"18".
    *> buffer used to store the packet data
    01 PAYLOAD          PIC X(1024).
    01 PAYLOADLEN       BINARY-LONG UNSIGNED.
    *> temporary data
    01 INT32            BINARY-LONG.
    01 BUFFER           PIC X(8).
    01 BUFFERLEN        BINARY-LONG UNSIGNED.
    01 TELEPORT-ID      BINARY-LONG             VALUE 0.
    *> double encoding: the wire wants IEEE 754 big-endian; the host
    *> order is found from a native binary probe
    01 COORDINATE       COMP-2.
    01 COORDINATE-BYTES REDEFINES COORDINATE PIC X(8).
    01 ENDIAN-PROBE     PIC S9(9) COMP-5        VALUE 1.
    01 ENDIAN-BYTES     REDEFINES ENDIAN-PROBE PIC X(4).
    01 BYTE-INDEX       BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-HNDL          PIC X(4).
    01 LK-ERRNO         PIC 9(3).
    01 LK-X             BINARY-LONG.
    01 LK-Y             BINARY-LONG.
    01 LK-Z             BINARY-LONG.

PROCEDURE DIVISION USING BY REFERENCE LK-HNDL LK-ERRNO LK-X LK-Y LK-Z.
    MOVE 0 TO PAYLOADLEN

    *> x, y, z as doubles
    COMPUTE COORDINATE = LK-X + 0.5
    PERFORM APPEND-COORDINATE
    COMPUTE COORDINATE = LK-Y
    PERFORM APPEND-COORDINATE
    COMPUTE COORDINATE = LK-Z + 0.5
    PERFORM APPEND-COORDINATE

    *> yaw and pitch (float 0), taken as relative below
    MOVE X"0000000000000000" TO PAYLOAD(PAYLOADLEN + 1:8)
    ADD 8 TO PAYLOADLEN

    *> flags
    MOVE C-RELATIVE-ROTATION TO PAYLOAD(PAYLOADLEN + 1:1)
    ADD 1 TO PAYLOADLEN

    *> teleport id, for the client's confirmation
    ADD 1 TO TELEPORT-ID
    MOVE TELEPORT-ID TO INT32
    CALL "Encode-VarInt" USING INT32 BUFFER BUFFERLEN
    MOVE BUFFER(1:BUFFERLEN) TO PAYLOAD(PAYLOADLEN + 1:BUFFERLEN)
    ADD BUFFERLEN TO PAYLOADLEN

    *> send packet
    CALL "SendPacket" USING LK-HNDL PACKET-ID PAYLOAD PAYLOADLEN LK-ERRNO
    GOBACK.

APPEND-COORDINATE.
    IF ENDIAN-BYTES(1:1) = X"01"
        PERFORM VARYING BYTE-INDEX FROM 8 BY -1 UNTIL BYTE-INDEX < 1
            ADD 1 TO PAYLOADLEN
            MOVE COORDINATE-BYTES(BYTE-INDEX:1) TO PAYLOAD(PAYLOADLEN:1)
        END-PERFORM
    ELSE
        MOVE COORDINATE-BYTES TO PAYLOAD(PAYLOADLEN + 1:8)
        ADD 8 TO PAYLOADLEN
    END-IF.

END PROGRAM SendPacket-SyncPlayerPosition.
