*> loads them, and the world is saved at the end. A summary reports how
*> many edits were reverted, how many positions already held their old
*> block, and any positions that could not be restored.
*>
*> Before acting, the journal files covering the window are checked
*> against their checksum chain (Journal-VerifyChain); if the chain is
*> broken a WARNING is printed ahead of the rollback, which still runs -
*> the edits it reverts may have been altered, so check them with the
*> Verify-Journal batch job before trusting the result.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rollback-BlockChanges.

        02 JOURNAL-FILE-NAME PIC X(255) OCCURS JOURNAL-LIST-CAPACITY TIMES.
    01 JOURNAL-FILE-COUNT   BINARY-LONG UNSIGNED.
    01 JOURNAL-FILE-INDEX   BINARY-LONG UNSIGNED.
    01 CHAIN-VERBOSE        BINARY-CHAR UNSIGNED    VALUE 0.
    01 CHAIN-PROBLEM-COUNT  BINARY-LONG UNSIGNED.
    *> Command-line arguments
    01 COMMAND-ARGS         PIC X(256).
    01 ARG-PLAYER           PIC X(64).
        DISPLAY "WARNING: unable to read save/level.dat; corrective journal entries will be stamped age 0"
    END-IF

    *> Warn before acting on a window whose journal fails its chain check
    CALL "Journal-VerifyChain" USING FROM-AGE TO-AGE CHAIN-VERBOSE CHAIN-PROBLEM-COUNT
    IF CHAIN-PROBLEM-COUNT > 0
        DISPLAY "WARNING: the journal for this age window fails chain verification (" CHAIN-PROBLEM-COUNT " problem(s), listed above); it may have been edited by hand, so the edits reverted below may not be the ones that were made. Run the Verify-Journal batch job for details."
    END-IF

    *> Collect the matching journal entries, in journal (= age) order,
    *> reading only the archives that overlap the window plus the
    *> current journal
