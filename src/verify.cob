*> --- Verify-Journal ---
*> Offline check of the block-change journal's checksum chain. Usage:
*>
*>     verify
*>
*> Every record Journal-Append writes carries a running checksum chained
*> from the record before it, and Rotate-Journal carries the chain head
*> of each dated archive into save/journal/index.txt, so the chain runs
*> unbroken from the oldest archive through the current
*> save/block_changes.log. This job walks all of it with
*> Journal-VerifyChain and reports, per file, the first broken link (an
*> edited, inserted or deleted record), archives whose tail no longer
*> ends on the head the index recorded, archives the index lists that
*> are missing from disk, and index entries out of order. A file that
*> verifies is listed as "ok". Records written before the chain existed
*> are accepted up to the first chained one.
*>
*> The journal is the evidence in griefing disputes and the input to
*> rollbacks and the reconciliation audit; both of those run the same
*> check over their own window and warn when it fails. Run it with the
*> server stopped, the way the other batch jobs are run.
IDENTIFICATION DIVISION.
PROGRAM-ID. Verify-Journal.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FROM-AGE             BINARY-DOUBLE           VALUE -999999999999999999.
    01 TO-AGE               BINARY-DOUBLE           VALUE 999999999999999999.
    01 CHAIN-VERBOSE        BINARY-CHAR UNSIGNED    VALUE 1.
    01 CHAIN-PROBLEM-COUNT  BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    DISPLAY "Verifying the block-change journal chain (save/journal/index.txt archives, then save/block_changes.log)"
    CALL "Journal-VerifyChain" USING FROM-AGE TO-AGE CHAIN-VERBOSE CHAIN-PROBLEM-COUNT
    IF CHAIN-PROBLEM-COUNT = 0
        DISPLAY "Journal verified: the chain is unbroken"
    ELSE
        DISPLAY "Journal FAILED verification: " CHAIN-PROBLEM-COUNT " problem(s), listed above"
    END-IF
    GOBACK.

END PROGRAM Verify-Journal.
