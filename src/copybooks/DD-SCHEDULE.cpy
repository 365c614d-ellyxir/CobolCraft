      *> --- DD-SCHEDULE ---
      *> The operator task schedule, parsed from save/schedule.txt by
      *> Schedule-Tick (which runs the due entries once a tick from
      *> World-UpdateAge) and listed by Schedule-List (the console
      *> "schedule" command). EXTERNAL so both see one table. An entry
      *> is either a wall-clock time of day, optionally limited to some
      *> weekdays, or a repeat every INTERVAL ticks of world age; either
      *> way it carries one console command line.
       78  SCHEDULE-CAPACITY           VALUE 64.
       01  SCHEDULE-DATA EXTERNAL.
      *> Set once the file has been read for the first time
           02  SCHEDULE-LOADED             BINARY-CHAR UNSIGNED.
           02  SCHEDULE-COUNT              BINARY-LONG UNSIGNED.
           02  SCHEDULE-ENTRY OCCURS SCHEDULE-CAPACITY TIMES.
      *> The schedule.txt line as written; it identifies the entry in
      *> save/schedule.log and across reloads of the file
               03  SCHEDULE-LINE               PIC X(256).
               03  SCHEDULE-KIND               BINARY-CHAR UNSIGNED.
                   88  SCHEDULE-AT                 VALUE 0.
                   88  SCHEDULE-EVERY              VALUE 1.
               03  SCHEDULE-HOUR               BINARY-LONG UNSIGNED.
               03  SCHEDULE-MINUTE             BINARY-LONG UNSIGNED.
      *> One byte per weekday, Monday first: "1" when the entry runs
               03  SCHEDULE-WEEKDAYS           PIC X(7).
               03  SCHEDULE-INTERVAL           BINARY-DOUBLE.
               03  SCHEDULE-COMMAND            PIC X(256).
      *> Last run: wall-clock minute (yyyymmddhhmm, so a time-of-day
      *> entry runs once in its minute), display stamp (spaces = never),
      *> world age and outcome (0 = OK, 1 = FAILED)
               03  SCHEDULE-LAST-MINUTE        PIC X(12).
               03  SCHEDULE-LAST-RUN           PIC X(19).
               03  SCHEDULE-LAST-AGE           BINARY-DOUBLE.
               03  SCHEDULE-LAST-OUTCOME       BINARY-CHAR UNSIGNED.
