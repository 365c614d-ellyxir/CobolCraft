*> save/block_changes.log is scanned once for the world-age range it
*> covers, renamed to save/journal/block_changes_<yyyymmdd>.log, and the
*> range is recorded in save/journal/index.txt (one line per archive:
*> "<file name> <min-age> <max-age> <chain-head>"). The chain head is the
*> last record's checksum-chain value ("-" when that record predates the
*> chain); Journal-Append continues the chain from it when it starts the
*> fresh current journal, and Journal-VerifyChain checks both that the
*> next file links to it and that the archive still ends on it. The
*> consumers (rollback, operations report, reconciliation audit) use
*> Journal-ListFiles to open only the archives whose recorded range
*> overlaps their requested age window, instead of scanning one
*> ever-growing file from line one.
*>
*> Run once per night; a second run the same day finds the archive
*> already present and refuses rather than clobbering it. Run it with
    01 LINE-FROM-DATA-LENGTH BINARY-LONG UNSIGNED.
    01 LINE-TO-DATA         PIC X(2048).
    01 LINE-TO-DATA-LENGTH  BINARY-LONG UNSIGNED.
    01 LINE-BODY-LENGTH     BINARY-LONG UNSIGNED.
    01 LINE-CHAIN-PRESENT   BINARY-CHAR UNSIGNED.
    01 LINE-CHAIN           BINARY-DOUBLE.
    *> Scan results
    01 LINE-COUNT           BINARY-LONG UNSIGNED.
    01 MIN-AGE              BINARY-DOUBLE.
    01 MAX-AGE              BINARY-DOUBLE.
    01 MIN-AGE-DISP         PIC -(18)9.
    01 MAX-AGE-DISP         PIC -(18)9.
    01 HEAD-CHAIN-PRESENT   BINARY-CHAR UNSIGNED.
    01 HEAD-CHAIN           BINARY-DOUBLE.
    01 HEAD-CHAIN-DISP      PIC Z(10)9.
    *> Index append
    01 INDEX-LINE           PIC X(512).
    01 INDEX-LINE-LENGTH    BINARY-LONG UNSIGNED.
    MOVE 0 TO LINE-COUNT
    MOVE 0 TO MIN-AGE
    MOVE 0 TO MAX-AGE
    MOVE 0 TO HEAD-CHAIN-PRESENT
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS NOT = "00" AND JOURNAL-STATUS NOT = "05"
        DISPLAY "ERROR: cannot open save/block_changes.log (status " JOURNAL-STATUS ")"
            MOVE LINE-AGE TO MAX-AGE
        END-IF
        ADD 1 TO LINE-COUNT
        *> the last record's chain value becomes the archive's head
        IF JOURNAL-RECORD NOT = SPACES
            CALL "Journal-SplitChain" USING JOURNAL-RECORD LINE-BODY-LENGTH LINE-CHAIN-PRESENT LINE-CHAIN
            MOVE LINE-CHAIN-PRESENT TO HEAD-CHAIN-PRESENT
            MOVE LINE-CHAIN TO HEAD-CHAIN
        END-IF
    END-PERFORM
    CLOSE JOURNAL-FILE

        FUNCTION TRIM(MIN-AGE-DISP) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(MAX-AGE-DISP) DELIMITED BY SIZE
        INTO INDEX-LINE
    END-STRING
    COMPUTE INDEX-LINE-LENGTH = FUNCTION STORED-CHAR-LENGTH(INDEX-LINE) + 1
    IF HEAD-CHAIN-PRESENT = 1 AND HEAD-CHAIN >= 0
        MOVE HEAD-CHAIN TO HEAD-CHAIN-DISP
        STRING " " FUNCTION TRIM(HEAD-CHAIN-DISP) X"0A" DELIMITED BY SIZE INTO INDEX-LINE WITH POINTER INDEX-LINE-LENGTH
    ELSE
        STRING " -" X"0A" DELIMITED BY SIZE INTO INDEX-LINE WITH POINTER INDEX-LINE-LENGTH
    END-IF
    MOVE FUNCTION STORED-CHAR-LENGTH(INDEX-LINE) TO INDEX-LINE-LENGTH
    CALL "Files-AppendAll" USING INDEX-FILE-NAME INDEX-LINE INDEX-LINE-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
