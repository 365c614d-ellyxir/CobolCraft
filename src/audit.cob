*> reports how many there are per dimension (live chunks on disk minus
*> snapshot chunks), without diffing them. Run it with the server
*> stopped, the way the other batch jobs are run.
*>
*> The journal window is checked against its checksum chain
*> (Journal-VerifyChain) before it is replayed; a broken chain gets a
*> WARNING ahead of the audit, since a doctored journal can hide an edit
*> or invent one, and the audit's verdict is only as good as the
*> history it replays.
IDENTIFICATION DIVISION.
PROGRAM-ID. Audit-World.

        02 JOURNAL-FILE-NAME PIC X(255) OCCURS JOURNAL-LIST-CAPACITY TIMES.
    01 JOURNAL-FILE-COUNT   BINARY-LONG UNSIGNED.
    01 JOURNAL-FILE-INDEX   BINARY-LONG UNSIGNED.
    01 CHAIN-VERBOSE        BINARY-CHAR UNSIGNED    VALUE 0.
    01 CHAIN-PROBLEM-COUNT  BINARY-LONG UNSIGNED.
    01 WINDOW-FROM-AGE      BINARY-DOUBLE.
    01 WINDOW-TO-AGE        BINARY-DOUBLE.
    01 EDIT-COUNT           BINARY-LONG UNSIGNED.
    MOVE 0 TO EDIT-COUNT
    MOVE 0 TO EDIT-OVERFLOW
    MOVE 0 TO NO-DIM-COUNT
    CALL "Journal-VerifyChain" USING WINDOW-FROM-AGE WINDOW-TO-AGE CHAIN-VERBOSE CHAIN-PROBLEM-COUNT
    IF CHAIN-PROBLEM-COUNT > 0
        DISPLAY "WARNING: the journal after the snapshot fails chain verification (" CHAIN-PROBLEM-COUNT " problem(s), listed above); it may have been edited by hand, so mismatches below may be real edits it no longer shows, or matches may hide edits it invents. Run the Verify-Journal batch job for details."
    END-IF
    CALL "Journal-ListFiles" USING WINDOW-FROM-AGE WINDOW-TO-AGE JOURNAL-LIST-LIMIT JOURNAL-FILE-TABLE JOURNAL-FILE-COUNT
    PERFORM VARYING JOURNAL-FILE-INDEX FROM 1 BY 1 UNTIL JOURNAL-FILE-INDEX > JOURNAL-FILE-COUNT
        PERFORM SCAN-JOURNAL-FILE
