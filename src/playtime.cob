*> --- Report-Playtime ---
*> Monthly activity report over the session ledger. Usage:
*>
*>     playtime [<yyyymm>]
*>
*> Reads save/sessions.log (written by Session-Log at every admission
*> decision, join, disconnect and server start) and writes
*> save/reports/playtime_<yyyymm>.txt for the community team, covering
*> the given month (default: the current one):
*>   - per player: sessions, total and average playtime, first and last
*>     seen (sessions are counted in the month they started)
*>   - peak concurrent players for each hour of the day
*>   - refused connection attempts by reason, with how many of them
*>     came from accounts that have played here at some point (the rest
*>     never got in - bots and strangers)
*>
*> Playtime is wall-clock time between a join and its leave. A session
*> the ledger never saw end (the server stopped without recording the
*> disconnect) is closed at the last record before the next server
*> start, or at the end of the ledger, and reported as estimated.
IDENTIFICATION DIVISION.
PROGRAM-ID. Report-Playtime.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL LEDGER-FILE ASSIGN TO "save/sessions.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LEDGER-STATUS.

DATA DIVISION.
FILE SECTION.
FD LEDGER-FILE.
    01 LEDGER-RECORD        PIC X(512).

WORKING-STORAGE SECTION.
    78 REPORT-PLAYER-CAPACITY VALUE 1024.
    78 REPORT-ONLINE-CAPACITY VALUE 256.
    78 REPORT-REASON-CAPACITY VALUE 64.
    78 KNOWN-PLAYER-CAPACITY VALUE 4096.
    01 LEDGER-STATUS        PIC XX.
    *> Command-line arguments
    01 COMMAND-ARGS         PIC X(256).
    01 ARG-MONTH            PIC X(32).
    01 REPORT-MONTH         PIC X(6).
    01 REPORT-MONTH-NUMBER  BINARY-LONG UNSIGNED.
    01 DIGIT-COUNT          BINARY-LONG UNSIGNED.
    *> Ledger record fields
    01 LINE-POINTER         BINARY-LONG UNSIGNED.
    01 TOKEN-START          BINARY-LONG UNSIGNED.
    01 LINE-FIELD           PIC X(512).
    01 FIELD-KEY            PIC X(16).
    01 FIELD-VALUE          PIC X(256).
    01 REC-AGE-FIELD        PIC X(32).
    01 REC-TIME             PIC X(19).
    01 REC-EVENT            PIC X(8).
    01 REC-UUID             PIC X(32).
    01 REC-PLAYER           PIC X(16).
    01 REC-REASON           PIC X(256).
    01 REC-SECONDS          BINARY-DOUBLE.
    01 REC-HOUR-SLOT        BINARY-DOUBLE.
    01 REC-IN-MONTH         BINARY-CHAR UNSIGNED.
    *> Players who have ever joined, for the refusal breakdown
    01 KNOWN-COUNT          BINARY-LONG UNSIGNED.
    01 KNOWN-FULL           BINARY-CHAR UNSIGNED.
    01 KNOWN-TABLE.
        02 KNOWN-UUID       PIC X(32) OCCURS KNOWN-PLAYER-CAPACITY TIMES.
    01 KNOWN-INDEX          BINARY-LONG UNSIGNED.
    01 REC-KNOWN            BINARY-CHAR UNSIGNED.
    *> Sessions currently open during the replay
    01 ONLINE-COUNT         BINARY-LONG UNSIGNED.
    01 ONLINE-TABLE.
        02 ONLINE-ENTRY OCCURS REPORT-ONLINE-CAPACITY TIMES.
            03 ONLINE-UUID          PIC X(32).
            03 ONLINE-START         BINARY-DOUBLE.
            03 ONLINE-TALLY         BINARY-LONG UNSIGNED.
    01 ONLINE-INDEX         BINARY-LONG UNSIGNED.
    01 CLOSE-SECONDS        BINARY-DOUBLE.
    01 CLOSE-TIME           PIC X(19).
    01 LAST-SECONDS         BINARY-DOUBLE.
    01 LAST-TIME            PIC X(19).
    01 LAST-HOUR-SLOT       BINARY-DOUBLE.
    01 FILL-SLOT            BINARY-DOUBLE.
    01 FILL-DAY             BINARY-LONG.
    01 FILL-HOUR            BINARY-LONG UNSIGNED.
    01 FILL-DATE            BINARY-LONG UNSIGNED.
    *> Per-player tallies for the month
    01 PLAYER-TALLY-COUNT   BINARY-LONG UNSIGNED.
    01 PLAYER-TALLY-FULL    BINARY-CHAR UNSIGNED.
    01 PLAYER-TALLY-TABLE.
        02 PLAYER-TALLY-ENTRY OCCURS REPORT-PLAYER-CAPACITY TIMES.
            03 TALLY-UUID           PIC X(32).
            03 TALLY-NAME           PIC X(16).
            03 TALLY-SESSIONS       BINARY-LONG UNSIGNED.
            03 TALLY-SECONDS        BINARY-DOUBLE.
            03 TALLY-FIRST          PIC X(19).
            03 TALLY-LAST           PIC X(19).
    01 TALLY-INDEX          BINARY-LONG UNSIGNED.
    *> Peak concurrency per hour of the day (1 = 00:00-00:59)
    01 PEAK-TABLE.
        02 PEAK-BY-HOUR     BINARY-LONG UNSIGNED OCCURS 24 TIMES.
    01 HOUR-INDEX           BINARY-LONG UNSIGNED.
    *> Refusals by reason
    01 REASON-TALLY-COUNT   BINARY-LONG UNSIGNED.
    01 REASON-TALLY-FULL    BINARY-CHAR UNSIGNED.
    01 REASON-TALLY-TABLE.
        02 REASON-TALLY-ENTRY OCCURS REPORT-REASON-CAPACITY TIMES.
            03 TALLY-REASON         PIC X(120).
            03 TALLY-ATTEMPTS       BINARY-LONG UNSIGNED.
            03 TALLY-KNOWN-ATTEMPTS BINARY-LONG UNSIGNED.
    *> Counters
    01 RECORDS-READ         BINARY-LONG UNSIGNED.
    01 RECORDS-IN-MONTH     BINARY-LONG UNSIGNED.
    01 ADMIT-COUNT          BINARY-LONG UNSIGNED.
    01 REFUSE-COUNT         BINARY-LONG UNSIGNED.
    01 ESTIMATED-COUNT      BINARY-LONG UNSIGNED.
    01 OVERFLOW-COUNT       BINARY-LONG UNSIGNED.
    *> Report assembly
    01 REPORT-FILE-NAME     PIC X(255).
    01 REPORT-BUFFER        PIC X(262144).
    01 REPORT-OFFSET        BINARY-LONG UNSIGNED.
    01 REPORT-LENGTH        BINARY-LONG UNSIGNED.
    01 REPORT-LINE          PIC X(300).
    01 REPORT-LINE-LENGTH   BINARY-LONG UNSIGNED.
    01 COUNT-DISP           PIC Z(9)9.
    01 COUNT-DISP-2         PIC Z(9)9.
    01 HOUR-DISP            PIC 99.
    01 DURATION-SECONDS     BINARY-DOUBLE.
    01 DURATION-HOURS       BINARY-DOUBLE.
    01 DURATION-REST        BINARY-DOUBLE.
    01 DURATION-HOURS-DISP  PIC Z(5)9.
    01 DURATION-MINUTES     PIC 99.
    01 DURATION-SECS        PIC 99.
    01 DURATION-TEXT        PIC X(16).
    01 TOTAL-TEXT           PIC X(16).
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE SPACES TO ARG-MONTH
    UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACES INTO ARG-MONTH
    IF ARG-MONTH = SPACES
        MOVE FUNCTION CURRENT-DATE(1:6) TO REPORT-MONTH
    ELSE
        MOVE 0 TO DIGIT-COUNT
        INSPECT ARG-MONTH TALLYING DIGIT-COUNT FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4" ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
        IF DIGIT-COUNT NOT = 6 OR FUNCTION STORED-CHAR-LENGTH(ARG-MONTH) NOT = 6
            DISPLAY "usage: playtime [<yyyymm>]"
            DISPLAY "Summarizes save/sessions.log for the given month (default: the current month)."
            GOBACK
        END-IF
        MOVE ARG-MONTH(1:6) TO REPORT-MONTH
    END-IF
    COMPUTE REPORT-MONTH-NUMBER = FUNCTION NUMVAL(REPORT-MONTH)

    *> First pass: every account that has ever joined, so refusals can
    *> be split into known players and accounts that never got in
    MOVE 0 TO KNOWN-COUNT
    MOVE 0 TO KNOWN-FULL
    OPEN INPUT LEDGER-FILE
    IF LEDGER-STATUS NOT = "00" AND LEDGER-STATUS NOT = "05"
        DISPLAY "ERROR: cannot open save/sessions.log (status " LEDGER-STATUS ")"
        GOBACK
    END-IF
    PERFORM UNTIL EXIT
        READ LEDGER-FILE
            AT END EXIT PERFORM
        END-READ
        PERFORM PARSE-LEDGER-LINE
        IF REC-EVENT = "join"
            PERFORM FIND-KNOWN
            IF REC-KNOWN = 0
                IF KNOWN-COUNT < KNOWN-PLAYER-CAPACITY
                    ADD 1 TO KNOWN-COUNT
                    MOVE REC-UUID TO KNOWN-UUID(KNOWN-COUNT)
                ELSE
                    MOVE 1 TO KNOWN-FULL
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE LEDGER-FILE

    *> Second pass: replay the ledger in order
    MOVE 0 TO RECORDS-READ
    MOVE 0 TO RECORDS-IN-MONTH
    MOVE 0 TO ADMIT-COUNT
    MOVE 0 TO REFUSE-COUNT
    MOVE 0 TO ESTIMATED-COUNT
    MOVE 0 TO OVERFLOW-COUNT
    MOVE 0 TO ONLINE-COUNT
    MOVE 0 TO PLAYER-TALLY-COUNT
    MOVE 0 TO PLAYER-TALLY-FULL
    MOVE 0 TO REASON-TALLY-COUNT
    MOVE 0 TO REASON-TALLY-FULL
    MOVE 0 TO LAST-SECONDS
    MOVE SPACES TO LAST-TIME
    MOVE 0 TO LAST-HOUR-SLOT
    INITIALIZE PEAK-TABLE
    OPEN INPUT LEDGER-FILE
    IF LEDGER-STATUS NOT = "00" AND LEDGER-STATUS NOT = "05"
        DISPLAY "ERROR: cannot open save/sessions.log (status " LEDGER-STATUS ")"
        GOBACK
    END-IF
    PERFORM UNTIL EXIT
        READ LEDGER-FILE
            AT END EXIT PERFORM
        END-READ
        ADD 1 TO RECORDS-READ
        PERFORM PARSE-LEDGER-LINE
        IF REC-TIME = SPACES
            EXIT PERFORM CYCLE
        END-IF
        IF REC-IN-MONTH > 0
            ADD 1 TO RECORDS-IN-MONTH
        END-IF
        EVALUATE REC-EVENT
            WHEN "start"
                PERFORM HANDLE-START
            WHEN "join"
                PERFORM FILL-HOURS
                PERFORM HANDLE-JOIN
            WHEN "leave"
                PERFORM FILL-HOURS
                PERFORM HANDLE-LEAVE
            WHEN "admit"
                PERFORM FILL-HOURS
                IF REC-IN-MONTH > 0
                    ADD 1 TO ADMIT-COUNT
                END-IF
            WHEN "refuse"
                PERFORM FILL-HOURS
                IF REC-IN-MONTH > 0
                    ADD 1 TO REFUSE-COUNT
                    PERFORM TALLY-REFUSAL
                END-IF
        END-EVALUATE
        MOVE REC-SECONDS TO LAST-SECONDS
        MOVE REC-TIME TO LAST-TIME
    END-PERFORM
    CLOSE LEDGER-FILE
    *> sessions still open at the end of the ledger are either live
    *> right now or lost to a crash with no restart since; close them
    *> at the last record
    PERFORM CLOSE-ALL-SESSIONS

    PERFORM ASSEMBLE-REPORT

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/reports"
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/reports/playtime_" REPORT-MONTH ".txt" DELIMITED BY SIZE INTO REPORT-FILE-NAME
    SUBTRACT 1 FROM REPORT-OFFSET GIVING REPORT-LENGTH
    CALL "Files-WriteAll" USING REPORT-FILE-NAME REPORT-BUFFER REPORT-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "ERROR: could not write " FUNCTION TRIM(REPORT-FILE-NAME)
        GOBACK
    END-IF
    DISPLAY "Report written to " FUNCTION TRIM(REPORT-FILE-NAME)
    GOBACK.

PARSE-LEDGER-LINE.
    *> <age> time=.. event=.. uuid=.. player=.. pos=.. dim=.. reason=<rest>
    MOVE SPACES TO REC-AGE-FIELD REC-TIME REC-EVENT REC-UUID REC-PLAYER REC-REASON
    MOVE 0 TO REC-SECONDS
    MOVE 0 TO REC-IN-MONTH
    MOVE 1 TO LINE-POINTER
    UNSTRING LEDGER-RECORD DELIMITED BY ALL SPACES INTO REC-AGE-FIELD WITH POINTER LINE-POINTER
    PERFORM UNTIL LINE-POINTER > LENGTH OF LEDGER-RECORD
        MOVE LINE-POINTER TO TOKEN-START
        MOVE SPACES TO LINE-FIELD
        UNSTRING LEDGER-RECORD DELIMITED BY ALL SPACES INTO LINE-FIELD WITH POINTER LINE-POINTER
        IF LINE-FIELD = SPACES
            EXIT PERFORM
        END-IF
        MOVE SPACES TO FIELD-KEY FIELD-VALUE
        UNSTRING LINE-FIELD DELIMITED BY "=" INTO FIELD-KEY FIELD-VALUE
        EVALUATE FIELD-KEY
            WHEN "time"
                MOVE FIELD-VALUE(1:19) TO REC-TIME
            WHEN "event"
                MOVE FIELD-VALUE(1:8) TO REC-EVENT
            WHEN "uuid"
                MOVE FIELD-VALUE(1:32) TO REC-UUID
            WHEN "player"
                MOVE FIELD-VALUE(1:16) TO REC-PLAYER
            WHEN "reason"
                *> free text to the end of the line
                IF TOKEN-START + 7 <= LENGTH OF LEDGER-RECORD
                    MOVE FUNCTION TRIM(LEDGER-RECORD(TOKEN-START + 7:)) TO REC-REASON
                END-IF
                EXIT PERFORM
        END-EVALUATE
    END-PERFORM
    IF REC-TIME(1:4) IS NUMERIC AND REC-TIME(6:2) IS NUMERIC AND REC-TIME(9:2) IS NUMERIC
        COMPUTE REC-SECONDS = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(REC-TIME(1:4)) * 10000 + FUNCTION NUMVAL(REC-TIME(6:2)) * 100 + FUNCTION NUMVAL(REC-TIME(9:2))) * 86400
            + FUNCTION NUMVAL(REC-TIME(12:2)) * 3600 + FUNCTION NUMVAL(REC-TIME(15:2)) * 60 + FUNCTION NUMVAL(REC-TIME(18:2))
        DIVIDE REC-SECONDS BY 3600 GIVING REC-HOUR-SLOT
        IF REC-TIME(1:4) = REPORT-MONTH(1:4) AND REC-TIME(6:2) = REPORT-MONTH(5:2)
            MOVE 1 TO REC-IN-MONTH
        END-IF
    ELSE
        MOVE SPACES TO REC-TIME
    END-IF.

FIND-KNOWN.
    MOVE 0 TO REC-KNOWN
    PERFORM VARYING KNOWN-INDEX FROM 1 BY 1 UNTIL KNOWN-INDEX > KNOWN-COUNT
        IF KNOWN-UUID(KNOWN-INDEX) = REC-UUID
            MOVE 1 TO REC-KNOWN
            EXIT PERFORM
        END-IF
    END-PERFORM.

FILL-HOURS.
    *> Every hour since the previous record had the current number of
    *> players online; credit those hours (at most a day's worth - after
    *> 24 every hour of the day has been covered) before the event
    *> changes the count.
    IF LAST-HOUR-SLOT = 0 OR REC-HOUR-SLOT < LAST-HOUR-SLOT
        MOVE REC-HOUR-SLOT TO LAST-HOUR-SLOT
    END-IF
    IF REC-HOUR-SLOT - LAST-HOUR-SLOT > 23
        COMPUTE LAST-HOUR-SLOT = REC-HOUR-SLOT - 23
    END-IF
    PERFORM VARYING FILL-SLOT FROM LAST-HOUR-SLOT BY 1 UNTIL FILL-SLOT > REC-HOUR-SLOT
        PERFORM MARK-HOUR
    END-PERFORM
    MOVE REC-HOUR-SLOT TO LAST-HOUR-SLOT.

MARK-HOUR.
    *> FILL-SLOT counts hours from the same epoch INTEGER-OF-DATE uses
    DIVIDE FILL-SLOT BY 24 GIVING FILL-DAY REMAINDER FILL-HOUR
    COMPUTE FILL-DATE = FUNCTION DATE-OF-INTEGER(FILL-DAY) / 100
    IF FILL-DATE = REPORT-MONTH-NUMBER
        IF ONLINE-COUNT > PEAK-BY-HOUR(FILL-HOUR + 1)
            MOVE ONLINE-COUNT TO PEAK-BY-HOUR(FILL-HOUR + 1)
        END-IF
    END-IF.

HANDLE-START.
    *> the previous run stopped; its open sessions ended no later than
    *> its last record. The hours the server was down are not filled.
    PERFORM CLOSE-ALL-SESSIONS
    MOVE REC-HOUR-SLOT TO LAST-HOUR-SLOT.

HANDLE-JOIN.
    *> a second join without a leave in between closes the first
    PERFORM FIND-ONLINE
    IF ONLINE-INDEX > 0
        MOVE REC-SECONDS TO CLOSE-SECONDS
        MOVE REC-TIME TO CLOSE-TIME
        PERFORM CLOSE-SESSION
    END-IF
    IF ONLINE-COUNT >= REPORT-ONLINE-CAPACITY
        ADD 1 TO OVERFLOW-COUNT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ONLINE-COUNT
    MOVE REC-UUID TO ONLINE-UUID(ONLINE-COUNT)
    MOVE REC-SECONDS TO ONLINE-START(ONLINE-COUNT)
    MOVE 0 TO ONLINE-TALLY(ONLINE-COUNT)
    IF REC-IN-MONTH > 0
        PERFORM FIND-PLAYER-TALLY
        IF TALLY-INDEX > 0
            ADD 1 TO TALLY-SESSIONS(TALLY-INDEX)
            MOVE REC-PLAYER TO TALLY-NAME(TALLY-INDEX)
            MOVE REC-TIME TO TALLY-LAST(TALLY-INDEX)
            MOVE TALLY-INDEX TO ONLINE-TALLY(ONLINE-COUNT)
        END-IF
    END-IF
    MOVE REC-HOUR-SLOT TO FILL-SLOT
    PERFORM MARK-HOUR.

HANDLE-LEAVE.
    PERFORM FIND-ONLINE
    IF ONLINE-INDEX > 0
        MOVE REC-SECONDS TO CLOSE-SECONDS
        MOVE REC-TIME TO CLOSE-TIME
        PERFORM CLOSE-SESSION
    END-IF.

FIND-ONLINE.
    MOVE 0 TO ONLINE-INDEX
    PERFORM VARYING TALLY-INDEX FROM 1 BY 1 UNTIL TALLY-INDEX > ONLINE-COUNT
        IF ONLINE-UUID(TALLY-INDEX) = REC-UUID
            MOVE TALLY-INDEX TO ONLINE-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM.

FIND-PLAYER-TALLY.
    PERFORM VARYING TALLY-INDEX FROM 1 BY 1 UNTIL TALLY-INDEX > PLAYER-TALLY-COUNT
        IF TALLY-UUID(TALLY-INDEX) = REC-UUID
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF PLAYER-TALLY-COUNT >= REPORT-PLAYER-CAPACITY
        MOVE 1 TO PLAYER-TALLY-FULL
        MOVE 0 TO TALLY-INDEX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO PLAYER-TALLY-COUNT
    MOVE PLAYER-TALLY-COUNT TO TALLY-INDEX
    MOVE REC-UUID TO TALLY-UUID(TALLY-INDEX)
    MOVE REC-PLAYER TO TALLY-NAME(TALLY-INDEX)
    MOVE 0 TO TALLY-SESSIONS(TALLY-INDEX)
    MOVE 0 TO TALLY-SECONDS(TALLY-INDEX)
    MOVE REC-TIME TO TALLY-FIRST(TALLY-INDEX)
    MOVE REC-TIME TO TALLY-LAST(TALLY-INDEX).

CLOSE-SESSION.
    *> ends the session in ONLINE-INDEX at CLOSE-SECONDS / CLOSE-TIME
    MOVE ONLINE-TALLY(ONLINE-INDEX) TO TALLY-INDEX
    IF TALLY-INDEX > 0 AND CLOSE-SECONDS > ONLINE-START(ONLINE-INDEX)
        COMPUTE TALLY-SECONDS(TALLY-INDEX) = TALLY-SECONDS(TALLY-INDEX) + CLOSE-SECONDS - ONLINE-START(ONLINE-INDEX)
    END-IF
    IF TALLY-INDEX > 0 AND CLOSE-TIME NOT = SPACES
        MOVE CLOSE-TIME TO TALLY-LAST(TALLY-INDEX)
    END-IF
    *> the last entry takes the freed slot
    IF ONLINE-INDEX < ONLINE-COUNT
        MOVE ONLINE-ENTRY(ONLINE-COUNT) TO ONLINE-ENTRY(ONLINE-INDEX)
    END-IF
    SUBTRACT 1 FROM ONLINE-COUNT.

CLOSE-ALL-SESSIONS.
    MOVE LAST-SECONDS TO CLOSE-SECONDS
    MOVE LAST-TIME TO CLOSE-TIME
    PERFORM UNTIL ONLINE-COUNT = 0
        MOVE ONLINE-COUNT TO ONLINE-INDEX
        IF ONLINE-TALLY(ONLINE-INDEX) > 0
            ADD 1 TO ESTIMATED-COUNT
        END-IF
        PERFORM CLOSE-SESSION
    END-PERFORM.

TALLY-REFUSAL.
    IF REC-REASON = SPACES
        MOVE "(no reason given)" TO REC-REASON
    END-IF
    PERFORM FIND-KNOWN
    PERFORM VARYING TALLY-INDEX FROM 1 BY 1 UNTIL TALLY-INDEX > REASON-TALLY-COUNT
        IF TALLY-REASON(TALLY-INDEX) = REC-REASON(1:120)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF TALLY-INDEX > REASON-TALLY-COUNT
        IF REASON-TALLY-COUNT >= REPORT-REASON-CAPACITY
            MOVE 1 TO REASON-TALLY-FULL
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO REASON-TALLY-COUNT
        MOVE REC-REASON(1:120) TO TALLY-REASON(TALLY-INDEX)
        MOVE 0 TO TALLY-ATTEMPTS(TALLY-INDEX)
        MOVE 0 TO TALLY-KNOWN-ATTEMPTS(TALLY-INDEX)
    END-IF
    ADD 1 TO TALLY-ATTEMPTS(TALLY-INDEX)
    IF REC-KNOWN > 0
        ADD 1 TO TALLY-KNOWN-ATTEMPTS(TALLY-INDEX)
    END-IF.

ASSEMBLE-REPORT.
    MOVE 1 TO REPORT-OFFSET
    MOVE SPACES TO REPORT-LINE
    STRING "Playtime report " REPORT-MONTH(1:4) "-" REPORT-MONTH(5:2) DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE RECORDS-READ TO COUNT-DISP
    MOVE RECORDS-IN-MONTH TO COUNT-DISP-2
    MOVE SPACES TO REPORT-LINE
    STRING "Ledger records: " FUNCTION TRIM(COUNT-DISP) " read, " FUNCTION TRIM(COUNT-DISP-2) " in the month" DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE ADMIT-COUNT TO COUNT-DISP
    MOVE REFUSE-COUNT TO COUNT-DISP-2
    MOVE SPACES TO REPORT-LINE
    STRING "Connection attempts: " FUNCTION TRIM(COUNT-DISP) " admitted, " FUNCTION TRIM(COUNT-DISP-2) " refused" DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM APPEND-REPORT-LINE

    MOVE SPACES TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE "Per player: sessions, total and average playtime (h:mm:ss), first and last seen" TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    IF PLAYER-TALLY-FULL > 0
        MOVE "  (player table filled up; further players are not tallied below)" TO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-IF
    IF PLAYER-TALLY-COUNT = 0
        MOVE "  (nobody joined in the month)" TO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-IF
    PERFORM VARYING TALLY-INDEX FROM 1 BY 1 UNTIL TALLY-INDEX > PLAYER-TALLY-COUNT
        MOVE TALLY-SECONDS(TALLY-INDEX) TO DURATION-SECONDS
        PERFORM FORMAT-DURATION
        MOVE DURATION-TEXT TO TOTAL-TEXT
        DIVIDE TALLY-SECONDS(TALLY-INDEX) BY TALLY-SESSIONS(TALLY-INDEX) GIVING DURATION-SECONDS
        PERFORM FORMAT-DURATION
        MOVE TALLY-SESSIONS(TALLY-INDEX) TO COUNT-DISP
        MOVE SPACES TO REPORT-LINE
        STRING "  " TALLY-NAME(TALLY-INDEX) " " TALLY-UUID(TALLY-INDEX) " sessions=" FUNCTION TRIM(COUNT-DISP) " total=" FUNCTION TRIM(TOTAL-TEXT) " average=" FUNCTION TRIM(DURATION-TEXT) " first=" TALLY-FIRST(TALLY-INDEX) " last=" TALLY-LAST(TALLY-INDEX) DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-PERFORM
    IF ESTIMATED-COUNT > 0
        MOVE ESTIMATED-COUNT TO COUNT-DISP
        MOVE SPACES TO REPORT-LINE
        STRING "  (" FUNCTION TRIM(COUNT-DISP) " session(s) had no recorded disconnect and were closed at the server's last record; their playtime is estimated)" DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-IF
    IF OVERFLOW-COUNT > 0
        MOVE OVERFLOW-COUNT TO COUNT-DISP
        MOVE SPACES TO REPORT-LINE
        STRING "  (" FUNCTION TRIM(COUNT-DISP) " join(s) found the open-session table full and were not counted)" DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-IF

    MOVE SPACES TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE "Peak concurrent players by hour of day:" TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    PERFORM VARYING HOUR-INDEX FROM 1 BY 1 UNTIL HOUR-INDEX > 24
        COMPUTE HOUR-DISP = HOUR-INDEX - 1
        MOVE PEAK-BY-HOUR(HOUR-INDEX) TO COUNT-DISP
        MOVE SPACES TO REPORT-LINE
        STRING "  " HOUR-DISP ":00  " FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    MOVE "Refused attempts by reason (attempts, of which from accounts that have played here):" TO REPORT-LINE
    PERFORM APPEND-REPORT-LINE
    IF REASON-TALLY-FULL > 0
        MOVE "  (reason table filled up; further reasons are not tallied below)" TO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-IF
    IF KNOWN-FULL > 0
        MOVE "  (known-player table filled up; the known-player split below is a lower bound)" TO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-IF
    IF REASON-TALLY-COUNT = 0
        MOVE "  (no refusals in the month)" TO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-IF
    PERFORM VARYING TALLY-INDEX FROM 1 BY 1 UNTIL TALLY-INDEX > REASON-TALLY-COUNT
        MOVE TALLY-ATTEMPTS(TALLY-INDEX) TO COUNT-DISP
        MOVE TALLY-KNOWN-ATTEMPTS(TALLY-INDEX) TO COUNT-DISP-2
        MOVE SPACES TO REPORT-LINE
        STRING "  " FUNCTION TRIM(COUNT-DISP) " (" FUNCTION TRIM(COUNT-DISP-2) " known)  " FUNCTION TRIM(TALLY-REASON(TALLY-INDEX)) DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM APPEND-REPORT-LINE
    END-PERFORM.

FORMAT-DURATION.
    *> DURATION-SECONDS as h:mm:ss in DURATION-TEXT
    DIVIDE DURATION-SECONDS BY 3600 GIVING DURATION-HOURS REMAINDER DURATION-REST
    MOVE DURATION-HOURS TO DURATION-HOURS-DISP
    DIVIDE DURATION-REST BY 60 GIVING DURATION-MINUTES REMAINDER DURATION-SECS
    MOVE SPACES TO DURATION-TEXT
    STRING FUNCTION TRIM(DURATION-HOURS-DISP) ":" DURATION-MINUTES ":" DURATION-SECS DELIMITED BY SIZE INTO DURATION-TEXT.

APPEND-REPORT-LINE.
    MOVE FUNCTION STORED-CHAR-LENGTH(REPORT-LINE) TO REPORT-LINE-LENGTH
    IF REPORT-OFFSET + REPORT-LINE-LENGTH >= LENGTH OF REPORT-BUFFER
        EXIT PARAGRAPH
    END-IF
    IF REPORT-LINE-LENGTH > 0
        MOVE REPORT-LINE(1:REPORT-LINE-LENGTH) TO REPORT-BUFFER(REPORT-OFFSET:REPORT-LINE-LENGTH)
        ADD REPORT-LINE-LENGTH TO REPORT-OFFSET
    END-IF
    MOVE X"0A" TO REPORT-BUFFER(REPORT-OFFSET:1)
    ADD 1 TO REPORT-OFFSET.

END PROGRAM Report-Playtime.
