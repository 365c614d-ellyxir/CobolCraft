*> --- Schedule-Tick ---
*> Runs the operator task schedule: save/schedule.txt, one entry per
*> line, blank lines and lines starting with "#" ignored:
*>
*>   at <hh:mm> [<days>] <command>    at that wall-clock time of day;
*>                                    <days> is a comma-separated list
*>                                    of mon,tue,wed,thu,fri,sat,sun,
*>                                    weekdays or weekends (every day
*>                                    when left out)
*>   every <ticks> <command>          whenever the world age is a
*>                                    multiple of <ticks>
*>
*> e.g. "at 03:55 say Maintenance restart in five minutes",
*> "at 18:00 sat,sun weather clear", "every 72000 save".
*>
*> Called once a tick from World-UpdateAge. The file is re-read every
*> C-RELOAD-INTERVAL ticks, so edits take effect without a restart; a
*> line that does not parse is reported on the console and skipped.
*> Due commands go through Console-HandleCommand, so a scheduled command
*> does exactly what a typed one does, and every run is appended to
*> save/schedule.log with its outcome:
*>
*>   <yyyy-mm-ddThh:mm:ss> age=<age> outcome=OK|FAILED entry=<schedule.txt line>
*>
*> At startup the log is read back for each entry's last run, which is
*> what the console "schedule" command (Schedule-List) shows; it also
*> keeps a restart within the minute from running a time-of-day entry
*> twice.
IDENTIFICATION DIVISION.
PROGRAM-ID. Schedule-Tick.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SCHEDULE-LOG-FILE ASSIGN TO "save/schedule.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SCHEDULE-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD SCHEDULE-LOG-FILE.
    01 SCHEDULE-LOG-RECORD  PIC X(512).

WORKING-STORAGE SECTION.
    *> Re-read interval for save/schedule.txt (200 = ten seconds at 20 TPS)
    01 C-RELOAD-INTERVAL    BINARY-LONG UNSIGNED    VALUE 200.
    01 SCHEDULE-FILE-NAME   PIC X(255)              VALUE "save/schedule.txt".
    01 SCHEDULE-LOG-NAME    PIC X(255)              VALUE "save/schedule.log".
    01 SCHEDULE-LOG-STATUS  PIC XX.
    *> The file as last read; an unchanged file is not parsed again
    01 FILE-TEXT            PIC X(65536).
    01 FILE-LENGTH          BINARY-LONG UNSIGNED.
    01 PREVIOUS-TEXT        PIC X(65536).
    01 PREVIOUS-LENGTH      BINARY-LONG UNSIGNED    VALUE 0.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> Line parsing
    01 TEXT-POINTER         BINARY-LONG UNSIGNED.
    01 LINE-NUMBER          BINARY-LONG UNSIGNED.
    01 LINE-NUMBER-DISP     PIC Z(5)9.
    01 ENTRY-TEXT           PIC X(256).
    01 ENTRY-TRIMMED        PIC X(256).
    01 ENTRY-POINTER        BINARY-LONG UNSIGNED.
    01 COMMAND-POINTER      BINARY-LONG UNSIGNED.
    01 ENTRY-KEYWORD        PIC X(16).
    01 ENTRY-SPEC           PIC X(64).
    01 ENTRY-DAYS           PIC X(64).
    01 ENTRY-ERROR          PIC X(64).
    01 HOUR-FIELD           PIC X(8).
    01 MINUTE-FIELD         PIC X(8).
    01 DIGIT-TOKEN          PIC X(64).
    01 DIGIT-COUNT          BINARY-LONG UNSIGNED.
    01 DIGITS-VALID         BINARY-CHAR UNSIGNED.
    01 DAY-POINTER          BINARY-LONG UNSIGNED.
    01 DAY-TOKEN            PIC X(16).
    01 DAY-MASK             PIC X(7).
    01 DAYS-VALID           BINARY-CHAR UNSIGNED.
    01 INVALID-COUNT        BINARY-LONG UNSIGNED.
    COPY DD-SCHEDULE.
    *> Last-run details carried across a reload, matched by line text
    01 CARRY-COUNT          BINARY-LONG UNSIGNED.
    01 CARRY-TABLE.
        02 CARRY-ENTRY OCCURS SCHEDULE-CAPACITY TIMES.
            03 CARRY-LINE           PIC X(256).
            03 CARRY-LAST-MINUTE    PIC X(12).
            03 CARRY-LAST-RUN       PIC X(19).
            03 CARRY-LAST-AGE       BINARY-DOUBLE.
            03 CARRY-LAST-OUTCOME   BINARY-CHAR UNSIGNED.
    01 CARRY-INDEX          BINARY-LONG UNSIGNED.
    *> Log read-back
    01 LOG-POINTER          BINARY-LONG UNSIGNED.
    01 LOG-STAMP            PIC X(32).
    01 LOG-AGE-FIELD        PIC X(32).
    01 LOG-OUTCOME-FIELD    PIC X(32).
    01 LOG-ENTRY-LINE       PIC X(256).
    *> Running due entries
    01 CURRENT-STAMP        PIC X(21).
    01 CURRENT-MINUTE       PIC X(12).
    01 CURRENT-HOUR         BINARY-LONG UNSIGNED.
    01 CURRENT-MINUTE-OF-HOUR BINARY-LONG UNSIGNED.
    01 CURRENT-WEEKDAY      BINARY-LONG UNSIGNED.
    01 ENTRY-INDEX          BINARY-LONG UNSIGNED.
    01 RUN-COMMAND          PIC X(256).
    01 RUN-OUTCOME          BINARY-CHAR UNSIGNED.
    01 LOG-LINE             PIC X(512).
    01 LOG-LINE-LENGTH      BINARY-LONG UNSIGNED.
    01 AGE-DISP             PIC -(18)9.
    01 COUNT-DISP           PIC Z(5)9.
    *> World data (for the world age)
    COPY DD-WORLD.

PROCEDURE DIVISION.
    IF SCHEDULE-LOADED = 0 OR FUNCTION MOD(WORLD-AGE, C-RELOAD-INTERVAL) = 0
        PERFORM RELOAD-SCHEDULE
    END-IF
    IF SCHEDULE-COUNT = 0
        GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
    MOVE CURRENT-STAMP(1:12) TO CURRENT-MINUTE
    MOVE CURRENT-STAMP(9:2) TO CURRENT-HOUR
    MOVE CURRENT-STAMP(11:2) TO CURRENT-MINUTE-OF-HOUR
    *> day 1 of the integer-date calendar (1601-01-01) was a Monday
    COMPUTE CURRENT-WEEKDAY = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CURRENT-STAMP(1:8))) - 1, 7) + 1

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > SCHEDULE-COUNT
        IF SCHEDULE-AT(ENTRY-INDEX)
            IF SCHEDULE-HOUR(ENTRY-INDEX) = CURRENT-HOUR AND SCHEDULE-MINUTE(ENTRY-INDEX) = CURRENT-MINUTE-OF-HOUR
                    AND SCHEDULE-WEEKDAYS(ENTRY-INDEX)(CURRENT-WEEKDAY:1) = "1"
                    AND SCHEDULE-LAST-MINUTE(ENTRY-INDEX) NOT = CURRENT-MINUTE
                PERFORM RUN-ENTRY
            END-IF
        ELSE
            IF FUNCTION MOD(WORLD-AGE, SCHEDULE-INTERVAL(ENTRY-INDEX)) = 0
                PERFORM RUN-ENTRY
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

RELOAD-SCHEDULE.
    *> a missing file is an empty schedule
    CALL "Files-ReadAll" USING SCHEDULE-FILE-NAME FILE-TEXT FILE-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        MOVE 0 TO FILE-LENGTH
    END-IF
    IF SCHEDULE-LOADED > 0 AND FILE-LENGTH = PREVIOUS-LENGTH
        IF FILE-LENGTH = 0
            EXIT PARAGRAPH
        END-IF
        IF FILE-TEXT(1:FILE-LENGTH) = PREVIOUS-TEXT(1:FILE-LENGTH)
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE FILE-LENGTH TO PREVIOUS-LENGTH
    IF FILE-LENGTH > 0
        MOVE FILE-TEXT(1:FILE-LENGTH) TO PREVIOUS-TEXT(1:FILE-LENGTH)
    END-IF

    *> keep what is known about the entries' last runs
    MOVE 0 TO CARRY-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > SCHEDULE-COUNT
        ADD 1 TO CARRY-COUNT
        MOVE SCHEDULE-LINE(ENTRY-INDEX) TO CARRY-LINE(CARRY-COUNT)
        MOVE SCHEDULE-LAST-MINUTE(ENTRY-INDEX) TO CARRY-LAST-MINUTE(CARRY-COUNT)
        MOVE SCHEDULE-LAST-RUN(ENTRY-INDEX) TO CARRY-LAST-RUN(CARRY-COUNT)
        MOVE SCHEDULE-LAST-AGE(ENTRY-INDEX) TO CARRY-LAST-AGE(CARRY-COUNT)
        MOVE SCHEDULE-LAST-OUTCOME(ENTRY-INDEX) TO CARRY-LAST-OUTCOME(CARRY-COUNT)
    END-PERFORM

    MOVE 0 TO SCHEDULE-COUNT
    MOVE 0 TO INVALID-COUNT
    MOVE 0 TO LINE-NUMBER
    MOVE 1 TO TEXT-POINTER
    PERFORM UNTIL TEXT-POINTER > FILE-LENGTH
        MOVE SPACES TO ENTRY-TEXT
        UNSTRING FILE-TEXT(1:FILE-LENGTH) DELIMITED BY X"0A" INTO ENTRY-TEXT WITH POINTER TEXT-POINTER
        ADD 1 TO LINE-NUMBER
        PERFORM PARSE-ENTRY
    END-PERFORM

    IF SCHEDULE-LOADED = 0
        PERFORM READ-BACK-LOG
        MOVE 1 TO SCHEDULE-LOADED
        IF FILE-LENGTH = 0
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE SCHEDULE-COUNT TO COUNT-DISP
    DISPLAY "Schedule: " FUNCTION TRIM(COUNT-DISP) " entr(ies) loaded from " FUNCTION TRIM(SCHEDULE-FILE-NAME)
    IF INVALID-COUNT > 0
        MOVE INVALID-COUNT TO COUNT-DISP
        DISPLAY "Schedule: " FUNCTION TRIM(COUNT-DISP) " line(s) skipped, see above"
    END-IF.

PARSE-ENTRY.
    INSPECT ENTRY-TEXT REPLACING ALL X"0D" BY SPACE ALL X"09" BY SPACE
    MOVE FUNCTION TRIM(ENTRY-TEXT) TO ENTRY-TRIMMED
    IF ENTRY-TRIMMED = SPACES OR ENTRY-TRIMMED(1:1) = "#"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ENTRY-KEYWORD ENTRY-SPEC ENTRY-DAYS ENTRY-ERROR
    MOVE 1 TO ENTRY-POINTER
    UNSTRING ENTRY-TRIMMED DELIMITED BY ALL SPACES INTO ENTRY-KEYWORD WITH POINTER ENTRY-POINTER
    UNSTRING ENTRY-TRIMMED DELIMITED BY ALL SPACES INTO ENTRY-SPEC WITH POINTER ENTRY-POINTER
    MOVE ENTRY-POINTER TO COMMAND-POINTER
    IF SCHEDULE-COUNT >= SCHEDULE-CAPACITY
        MOVE "the schedule is full" TO ENTRY-ERROR
        PERFORM REPORT-INVALID-ENTRY
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SCHEDULE-COUNT
    INITIALIZE SCHEDULE-ENTRY(SCHEDULE-COUNT)
    MOVE ENTRY-TRIMMED TO SCHEDULE-LINE(SCHEDULE-COUNT)

    EVALUATE FUNCTION LOWER-CASE(ENTRY-KEYWORD)
        WHEN "at"
            SET SCHEDULE-AT(SCHEDULE-COUNT) TO TRUE
            MOVE SPACES TO HOUR-FIELD MINUTE-FIELD
            UNSTRING ENTRY-SPEC DELIMITED BY ":" INTO HOUR-FIELD MINUTE-FIELD
            MOVE HOUR-FIELD TO DIGIT-TOKEN
            PERFORM VALIDATE-DIGITS
            IF DIGITS-VALID > 0
                MOVE MINUTE-FIELD TO DIGIT-TOKEN
                PERFORM VALIDATE-DIGITS
            END-IF
            IF DIGITS-VALID = 0
                MOVE "expected a time of day as hh:mm" TO ENTRY-ERROR
            ELSE
                COMPUTE SCHEDULE-HOUR(SCHEDULE-COUNT) = FUNCTION NUMVAL(HOUR-FIELD)
                COMPUTE SCHEDULE-MINUTE(SCHEDULE-COUNT) = FUNCTION NUMVAL(MINUTE-FIELD)
                IF SCHEDULE-HOUR(SCHEDULE-COUNT) > 23 OR SCHEDULE-MINUTE(SCHEDULE-COUNT) > 59
                    MOVE "expected a time of day as hh:mm" TO ENTRY-ERROR
                END-IF
            END-IF
            *> an optional day list comes next; anything else already
            *> belongs to the command
            MOVE "1111111" TO SCHEDULE-WEEKDAYS(SCHEDULE-COUNT)
            UNSTRING ENTRY-TRIMMED DELIMITED BY ALL SPACES INTO ENTRY-DAYS WITH POINTER ENTRY-POINTER
            PERFORM PARSE-DAYS
            IF DAYS-VALID > 0
                MOVE DAY-MASK TO SCHEDULE-WEEKDAYS(SCHEDULE-COUNT)
                MOVE ENTRY-POINTER TO COMMAND-POINTER
            END-IF
        WHEN "every"
            SET SCHEDULE-EVERY(SCHEDULE-COUNT) TO TRUE
            MOVE ENTRY-SPEC TO DIGIT-TOKEN
            PERFORM VALIDATE-DIGITS
            IF DIGITS-VALID > 0
                COMPUTE SCHEDULE-INTERVAL(SCHEDULE-COUNT) = FUNCTION NUMVAL(ENTRY-SPEC)
            END-IF
            IF DIGITS-VALID = 0 OR SCHEDULE-INTERVAL(SCHEDULE-COUNT) = 0
                MOVE "expected a positive tick interval" TO ENTRY-ERROR
            END-IF
        WHEN OTHER
            MOVE "expected ""at"" or ""every""" TO ENTRY-ERROR
    END-EVALUATE
    IF ENTRY-ERROR = SPACES
        IF COMMAND-POINTER <= LENGTH OF ENTRY-TRIMMED
            MOVE FUNCTION TRIM(ENTRY-TRIMMED(COMMAND-POINTER:)) TO SCHEDULE-COMMAND(SCHEDULE-COUNT)
        END-IF
        IF SCHEDULE-COMMAND(SCHEDULE-COUNT) = SPACES
            MOVE "no command given" TO ENTRY-ERROR
        END-IF
    END-IF
    IF ENTRY-ERROR NOT = SPACES
        SUBTRACT 1 FROM SCHEDULE-COUNT
        PERFORM REPORT-INVALID-ENTRY
        EXIT PARAGRAPH
    END-IF

    *> an entry that was already known keeps its last run
    PERFORM VARYING CARRY-INDEX FROM 1 BY 1 UNTIL CARRY-INDEX > CARRY-COUNT
        IF CARRY-LINE(CARRY-INDEX) = SCHEDULE-LINE(SCHEDULE-COUNT)
            MOVE CARRY-LAST-MINUTE(CARRY-INDEX) TO SCHEDULE-LAST-MINUTE(SCHEDULE-COUNT)
            MOVE CARRY-LAST-RUN(CARRY-INDEX) TO SCHEDULE-LAST-RUN(SCHEDULE-COUNT)
            MOVE CARRY-LAST-AGE(CARRY-INDEX) TO SCHEDULE-LAST-AGE(SCHEDULE-COUNT)
            MOVE CARRY-LAST-OUTCOME(CARRY-INDEX) TO SCHEDULE-LAST-OUTCOME(SCHEDULE-COUNT)
            EXIT PERFORM
        END-IF
    END-PERFORM.

REPORT-INVALID-ENTRY.
    ADD 1 TO INVALID-COUNT
    MOVE LINE-NUMBER TO LINE-NUMBER-DISP
    DISPLAY "WARNING: " FUNCTION TRIM(SCHEDULE-FILE-NAME) " line " FUNCTION TRIM(LINE-NUMBER-DISP) " skipped (" FUNCTION TRIM(ENTRY-ERROR) "): " FUNCTION TRIM(ENTRY-TRIMMED).

PARSE-DAYS.
    *> ENTRY-DAYS as a day list into DAY-MASK; DAYS-VALID is 0 when the
    *> token is not one
    MOVE "0000000" TO DAY-MASK
    MOVE 0 TO DAYS-VALID
    IF ENTRY-DAYS = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO DAY-POINTER
    PERFORM UNTIL DAY-POINTER > FUNCTION STORED-CHAR-LENGTH(ENTRY-DAYS)
        MOVE SPACES TO DAY-TOKEN
        UNSTRING ENTRY-DAYS DELIMITED BY "," OR SPACE INTO DAY-TOKEN WITH POINTER DAY-POINTER
        EVALUATE FUNCTION LOWER-CASE(DAY-TOKEN)
            WHEN "mon"      MOVE "1" TO DAY-MASK(1:1)
            WHEN "tue"      MOVE "1" TO DAY-MASK(2:1)
            WHEN "wed"      MOVE "1" TO DAY-MASK(3:1)
            WHEN "thu"      MOVE "1" TO DAY-MASK(4:1)
            WHEN "fri"      MOVE "1" TO DAY-MASK(5:1)
            WHEN "sat"      MOVE "1" TO DAY-MASK(6:1)
            WHEN "sun"      MOVE "1" TO DAY-MASK(7:1)
            WHEN "weekdays" MOVE "11111" TO DAY-MASK(1:5)
            WHEN "weekends" MOVE "11" TO DAY-MASK(6:2)
            WHEN OTHER
                EXIT PARAGRAPH
        END-EVALUATE
    END-PERFORM
    MOVE 1 TO DAYS-VALID.

VALIDATE-DIGITS.
    *> DIGIT-TOKEN must be digits only, at least one
    MOVE 0 TO DIGITS-VALID
    MOVE 0 TO DIGIT-COUNT
    INSPECT DIGIT-TOKEN TALLYING DIGIT-COUNT FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4" ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
    IF DIGIT-COUNT > 0 AND DIGIT-COUNT = FUNCTION STORED-CHAR-LENGTH(DIGIT-TOKEN) AND DIGIT-COUNT <= 12
        MOVE 1 TO DIGITS-VALID
    END-IF.

READ-BACK-LOG.
    *> each entry's most recent run, from the log of earlier server runs
    IF SCHEDULE-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT SCHEDULE-LOG-FILE
    *> "05": no log yet, so no history - but the optional file is open
    IF SCHEDULE-LOG-STATUS = "05"
        CLOSE SCHEDULE-LOG-FILE
        EXIT PARAGRAPH
    END-IF
    IF SCHEDULE-LOG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EXIT
        READ SCHEDULE-LOG-FILE
            AT END EXIT PERFORM
        END-READ
        MOVE SPACES TO LOG-STAMP LOG-AGE-FIELD LOG-OUTCOME-FIELD LOG-ENTRY-LINE
        MOVE 1 TO LOG-POINTER
        UNSTRING SCHEDULE-LOG-RECORD DELIMITED BY ALL SPACES INTO LOG-STAMP LOG-AGE-FIELD LOG-OUTCOME-FIELD WITH POINTER LOG-POINTER
        IF LOG-POINTER + 6 > LENGTH OF SCHEDULE-LOG-RECORD OR SCHEDULE-LOG-RECORD(LOG-POINTER:6) NOT = "entry="
            EXIT PERFORM CYCLE
        END-IF
        MOVE SCHEDULE-LOG-RECORD(LOG-POINTER + 6:) TO LOG-ENTRY-LINE
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > SCHEDULE-COUNT
            IF SCHEDULE-LINE(ENTRY-INDEX) = LOG-ENTRY-LINE
                MOVE SPACES TO SCHEDULE-LAST-MINUTE(ENTRY-INDEX)
                STRING LOG-STAMP(1:4) LOG-STAMP(6:2) LOG-STAMP(9:2) LOG-STAMP(12:2) LOG-STAMP(15:2) DELIMITED BY SIZE INTO SCHEDULE-LAST-MINUTE(ENTRY-INDEX)
                MOVE LOG-STAMP(1:19) TO SCHEDULE-LAST-RUN(ENTRY-INDEX)
                COMPUTE SCHEDULE-LAST-AGE(ENTRY-INDEX) = FUNCTION NUMVAL(LOG-AGE-FIELD(5:))
                IF LOG-OUTCOME-FIELD = "outcome=OK"
                    MOVE 0 TO SCHEDULE-LAST-OUTCOME(ENTRY-INDEX)
                ELSE
                    MOVE 1 TO SCHEDULE-LAST-OUTCOME(ENTRY-INDEX)
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    CLOSE SCHEDULE-LOG-FILE.

RUN-ENTRY.
    MOVE SCHEDULE-COMMAND(ENTRY-INDEX) TO RUN-COMMAND
    DISPLAY "Schedule: running " FUNCTION TRIM(RUN-COMMAND)
    MOVE 0 TO RUN-OUTCOME
    CALL "Console-HandleCommand" USING RUN-COMMAND RUN-OUTCOME
    MOVE CURRENT-MINUTE TO SCHEDULE-LAST-MINUTE(ENTRY-INDEX)
    MOVE SPACES TO SCHEDULE-LAST-RUN(ENTRY-INDEX)
    STRING CURRENT-STAMP(1:4) "-" CURRENT-STAMP(5:2) "-" CURRENT-STAMP(7:2) "T" CURRENT-STAMP(9:2) ":" CURRENT-STAMP(11:2) ":" CURRENT-STAMP(13:2)
        DELIMITED BY SIZE INTO SCHEDULE-LAST-RUN(ENTRY-INDEX)
    MOVE WORLD-AGE TO SCHEDULE-LAST-AGE(ENTRY-INDEX)
    MOVE RUN-OUTCOME TO SCHEDULE-LAST-OUTCOME(ENTRY-INDEX)

    *> best-effort like the other ledgers: a failed write costs history,
    *> not the run
    MOVE WORLD-AGE TO AGE-DISP
    MOVE SPACES TO LOG-LINE
    IF RUN-OUTCOME = 0
        STRING SCHEDULE-LAST-RUN(ENTRY-INDEX) " age=" FUNCTION TRIM(AGE-DISP) " outcome=OK entry=" FUNCTION TRIM(SCHEDULE-LINE(ENTRY-INDEX)) X"0A"
            DELIMITED BY SIZE INTO LOG-LINE
    ELSE
        STRING SCHEDULE-LAST-RUN(ENTRY-INDEX) " age=" FUNCTION TRIM(AGE-DISP) " outcome=FAILED entry=" FUNCTION TRIM(SCHEDULE-LINE(ENTRY-INDEX)) X"0A"
            DELIMITED BY SIZE INTO LOG-LINE
    END-IF
    MOVE FUNCTION STORED-CHAR-LENGTH(LOG-LINE) TO LOG-LINE-LENGTH
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "Files-AppendAll" USING SCHEDULE-LOG-NAME LOG-LINE LOG-LINE-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "WARNING: failed to append to " FUNCTION TRIM(SCHEDULE-LOG-NAME)
    END-IF.

END PROGRAM Schedule-Tick.

*> --- Schedule-List ---
*> The console "schedule" command: every entry Schedule-Tick has loaded,
*> with its next run and its last run and outcome.
IDENTIFICATION DIVISION.
PROGRAM-ID. Schedule-List.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 ENTRY-INDEX          BINARY-LONG UNSIGNED.
    01 ENTRY-NUMBER-DISP    PIC Z9.
    01 CURRENT-STAMP        PIC X(21).
    01 TODAY-INTEGER        BINARY-LONG.
    01 NOW-MINUTES          BINARY-LONG.
    01 ENTRY-MINUTES        BINARY-LONG.
    01 DAY-OFFSET           BINARY-LONG.
    01 DAY-WEEKDAY          BINARY-LONG.
    01 NEXT-DATE            PIC 9(8).
    01 NEXT-HOUR            PIC 99.
    01 NEXT-MINUTE          PIC 99.
    01 NEXT-TEXT            PIC X(64).
    01 LAST-TEXT            PIC X(64).
    01 TICKS-LEFT           BINARY-DOUBLE.
    01 TICKS-DISP           PIC Z(17)9.
    01 AGE-DISP             PIC Z(17)9.
    01 COUNT-DISP           PIC Z(5)9.
    COPY DD-SCHEDULE.
    COPY DD-WORLD.

PROCEDURE DIVISION.
    IF SCHEDULE-COUNT = 0
        DISPLAY "OK: no scheduled entries (save/schedule.txt)"
        GOBACK
    END-IF
    MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
    COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CURRENT-STAMP(1:8)))
    COMPUTE NOW-MINUTES = FUNCTION NUMVAL(CURRENT-STAMP(9:2)) * 60 + FUNCTION NUMVAL(CURRENT-STAMP(11:2))
    MOVE SCHEDULE-COUNT TO COUNT-DISP
    DISPLAY "OK: " FUNCTION TRIM(COUNT-DISP) " scheduled entr(ies)"
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > SCHEDULE-COUNT
        IF SCHEDULE-AT(ENTRY-INDEX)
            PERFORM NEXT-TIME-OF-DAY
        ELSE
            COMPUTE TICKS-LEFT = SCHEDULE-INTERVAL(ENTRY-INDEX) - FUNCTION MOD(WORLD-AGE, SCHEDULE-INTERVAL(ENTRY-INDEX))
            MOVE TICKS-LEFT TO TICKS-DISP
            COMPUTE AGE-DISP = WORLD-AGE + TICKS-LEFT
            MOVE SPACES TO NEXT-TEXT
            STRING "in " FUNCTION TRIM(TICKS-DISP) " tick(s), at age " FUNCTION TRIM(AGE-DISP) DELIMITED BY SIZE INTO NEXT-TEXT
        END-IF
        MOVE SPACES TO LAST-TEXT
        IF SCHEDULE-LAST-RUN(ENTRY-INDEX) = SPACES
            MOVE "never" TO LAST-TEXT
        ELSE
            IF SCHEDULE-LAST-OUTCOME(ENTRY-INDEX) = 0
                STRING SCHEDULE-LAST-RUN(ENTRY-INDEX) " OK" DELIMITED BY SIZE INTO LAST-TEXT
            ELSE
                STRING SCHEDULE-LAST-RUN(ENTRY-INDEX) " FAILED" DELIMITED BY SIZE INTO LAST-TEXT
            END-IF
        END-IF
        MOVE ENTRY-INDEX TO ENTRY-NUMBER-DISP
        DISPLAY "  " ENTRY-NUMBER-DISP ". " FUNCTION TRIM(SCHEDULE-LINE(ENTRY-INDEX))
        DISPLAY "      next: " FUNCTION TRIM(NEXT-TEXT) "   last: " FUNCTION TRIM(LAST-TEXT)
    END-PERFORM
    GOBACK.

NEXT-TIME-OF-DAY.
    *> the first allowed day, today included while the time is still
    *> ahead, within the coming week
    COMPUTE ENTRY-MINUTES = SCHEDULE-HOUR(ENTRY-INDEX) * 60 + SCHEDULE-MINUTE(ENTRY-INDEX)
    MOVE "never" TO NEXT-TEXT
    PERFORM VARYING DAY-OFFSET FROM 0 BY 1 UNTIL DAY-OFFSET > 7
        COMPUTE DAY-WEEKDAY = FUNCTION MOD(TODAY-INTEGER + DAY-OFFSET - 1, 7) + 1
        IF SCHEDULE-WEEKDAYS(ENTRY-INDEX)(DAY-WEEKDAY:1) = "1"
                AND (DAY-OFFSET > 0 OR ENTRY-MINUTES > NOW-MINUTES)
            COMPUTE NEXT-DATE = FUNCTION DATE-OF-INTEGER(TODAY-INTEGER + DAY-OFFSET)
            MOVE SCHEDULE-HOUR(ENTRY-INDEX) TO NEXT-HOUR
            MOVE SCHEDULE-MINUTE(ENTRY-INDEX) TO NEXT-MINUTE
            MOVE SPACES TO NEXT-TEXT
            STRING NEXT-DATE(1:4) "-" NEXT-DATE(5:2) "-" NEXT-DATE(7:2) " " NEXT-HOUR ":" NEXT-MINUTE DELIMITED BY SIZE INTO NEXT-TEXT
            EXIT PERFORM
        END-IF
    END-PERFORM.

END PROGRAM Schedule-List.
