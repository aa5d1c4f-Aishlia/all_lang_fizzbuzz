       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzbuzz-eodroll.
      *> End-of-day roll of the business-date control record
      *> (data/bizdate.dat, see copybooks/bizdtrec.cpy).  Every
      *> batch program takes its processing date from that
      *> record instead of the machine clock; this is the only
      *> program that moves it.  The roll advances BD-CURR-DATE
      *> to the next business day per the processing calendar
      *> (data/calendar.dat, see copybooks/calrec.cpy) -
      *> Saturdays, Sundays and calendar holidays are skipped,
      *> a calendar 'P' entry makes a weekend date a processing
      *> day - and recomputes the previous/next business days
      *> either side of it.
      *> The roll is refused while the nightly job stream for the
      *> current business date is unfinished (no JOBEND record in
      *> data/jobstate.dat, see copybooks/jobstrec.cpy) - rolling
      *> past a stopped stream abandons it.  FORCE overrides that
      *> check; fizzbuzz-jobctl then starts the new date's stream
      *> from the top and logs the old one as abandoned, rather
      *> than restarting it under the wrong date.
      *> Arguments:
      *>   (none) or FORCE  roll forward one business day;
      *>   SET yyyymmdd     set the business date outright (first
      *>                    installation, or an operations
      *>                    correction) - the date must itself be
      *>                    a business day.
      *> With no control record on file a plain roll initializes
      *> it from the machine date (moved forward to a business
      *> day if it falls on a non-processing day).
      *> Every roll is appended to data/bizdate.log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT CALENDAR-FILE ASSIGN TO "data/calendar.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.
           SELECT JOBSTATE-FILE ASSIGN TO "data/jobstate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FS.
           SELECT ROLL-LOG ASSIGN TO "data/bizdate.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD CALENDAR-FILE.
           COPY CALREC.
       FD JOBSTATE-FILE.
           COPY JOBSTREC.
       FD ROLL-LOG.
       01 ROLL-LOG-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-VALID-OK                  PIC X(1) VALUE "Y".
       01 WS-MODE                      PIC X(5) VALUE "ROLL".
       01 WS-FORCE                     PIC X(1) VALUE "N".
       01 WS-LOG-ACTION                PIC X(10) VALUE SPACES.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(5) VALUE SPACES.
       01 WS-ARG2                      PIC X(9) VALUE SPACES.

       01 WS-BD-FS                     PIC XX.
       01 WS-CAL-FS                    PIC XX.
       01 WS-STATE-FS                  PIC XX.
       01 WS-LOG-FS                    PIC XX.

      *> ---- processing calendar exceptions ------------------------
       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-CAL-IDX.
               10 WS-CAL-DATE          PIC 9(8).
               10 WS-CAL-DAY-TYPE      PIC X(1).

      *> ---- business-day test work fields -------------------------
      *> day 1 of the INTEGER-OF-DATE count (1601-01-01) was a
      *> Monday, so (day - 1) mod 7 gives 0 = Monday .. 6 = Sunday
       01 WS-TEST-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-TEST-INT                  PIC 9(9) VALUE ZERO.
       01 WS-WEEKDAY                   PIC 9(1) VALUE ZERO.
       01 WS-IS-BUS-DAY                PIC X(1) VALUE "N".
       01 WS-STEP-GUARD                PIC 9(3) VALUE ZERO.

      *> ---- old and new control record ----------------------------
       01 WS-HAVE-CONTROL              PIC X(1) VALUE "N".
       01 WS-OLD-CURR-DATE             PIC 9(8) VALUE ZERO.
       01 WS-SET-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-NEW-CURR-DATE             PIC 9(8) VALUE ZERO.
       01 WS-NEW-PREV-DATE             PIC 9(8) VALUE ZERO.
       01 WS-NEW-NEXT-DATE             PIC 9(8) VALUE ZERO.

      *> ---- job stream guard --------------------------------------
       01 WS-LAST-STATE-STATUS         PIC X(8) VALUE SPACES.
       01 WS-LAST-STATE-DATE           PIC X(8) VALUE SPACES.
       01 WS-STATE-RECS-READ           PIC 9(5) VALUE ZERO.

       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       fizzbuzz-eodroll-main SECTION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-VALID-OK = "Y"
               PERFORM 2000-LOAD-CALENDAR
           END-IF
           IF WS-VALID-OK = "Y"
               PERFORM 3000-READ-CONTROL
           END-IF
           IF WS-VALID-OK = "Y" AND WS-MODE = "ROLL"
                   AND WS-FORCE = "N" AND WS-HAVE-CONTROL = "Y"
               PERFORM 3500-CHECK-JOB-STREAM
           END-IF
           IF WS-VALID-OK = "Y"
               PERFORM 4000-COMPUTE-NEW-DATES
           END-IF
           IF WS-VALID-OK = "Y"
               PERFORM 5000-REWRITE-CONTROL
           END-IF
           IF WS-VALID-OK = "Y"
               PERFORM 6000-WRITE-ROLL-LOG
               DISPLAY "FIZZBUZZ-EODROLL: BUSINESS DATE "
                   WS-OLD-CURR-DATE " ROLLED TO " WS-NEW-CURR-DATE
                   " (PREVIOUS " WS-NEW-PREV-DATE ", NEXT "
                   WS-NEW-NEXT-DATE ")"
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
           EVALUATE WS-ARG1
               WHEN SPACES
                   MOVE "ROLL" TO WS-MODE
               WHEN "FORCE"
                   MOVE "ROLL" TO WS-MODE
                   MOVE "Y" TO WS-FORCE
               WHEN "SET"
                   MOVE "SET" TO WS-MODE
                   IF FUNCTION TEST-NUMVAL(WS-ARG2) NOT = ZERO
                       DISPLAY "FIZZBUZZ-EODROLL: SET DATE '"
                           WS-ARG2 "' IS NOT NUMERIC"
                       MOVE "N" TO WS-VALID-OK
                       MOVE 08 TO WS-RETURN-CODE
                   ELSE
                       COMPUTE WS-SET-DATE = FUNCTION NUMVAL(WS-ARG2)
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-SET-DATE)
                               NOT = ZERO
                           DISPLAY "FIZZBUZZ-EODROLL: SET DATE "
                               WS-SET-DATE " IS NOT A VALID DATE"
                           MOVE "N" TO WS-VALID-OK
                           MOVE 08 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-EODROLL: USAGE -"
                       " fizzbuzz-eodroll [FORCE]"
                   DISPLAY "                  fizzbuzz-eodroll"
                       " SET yyyymmdd"
                   MOVE "N" TO WS-VALID-OK
                   MOVE 08 TO WS-RETURN-CODE
           END-EVALUATE
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   WS-CURR-TIME(3:2) ":" WS-CURR-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-TIMESTAMP.

       2000-LOAD-CALENDAR.
      *> no calendar on file simply means no holidays - weekends
      *> are still skipped
           MOVE ZERO TO WS-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           EVALUATE WS-CAL-FS
               WHEN "00"
                   PERFORM UNTIL WS-CAL-FS = "10"
                       READ CALENDAR-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 2100-TAKE-CALENDAR-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE CALENDAR-FILE
               WHEN "35"
                   DISPLAY "FIZZBUZZ-EODROLL: NO data/calendar.dat"
                       " - ONLY WEEKENDS TREATED AS NON-PROCESSING"
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-EODROLL: UNABLE TO OPEN"
                       " data/calendar.dat - STATUS " WS-CAL-FS
                   MOVE "N" TO WS-VALID-OK
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       2100-TAKE-CALENDAR-ENTRY.
           IF CAL-DATE IS NUMERIC
                   AND (CAL-DAY-TYPE = "H" OR CAL-DAY-TYPE = "N"
                        OR CAL-DAY-TYPE = "P")
               IF WS-CAL-COUNT < 1000
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
               ELSE
                   DISPLAY "FIZZBUZZ-EODROLL: CALENDAR HOLDS MORE"
                       " THAN 1000 ENTRIES - " CAL-DATE " IGNORED"
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "FIZZBUZZ-EODROLL: CALENDAR ENTRY '"
                   CAL-DATE "' TYPE '" CAL-DAY-TYPE
                   "' NOT RECOGNIZED - IGNORED"
               MOVE 04 TO WS-RETURN-CODE
           END-IF.

       3000-READ-CONTROL.
           MOVE "N" TO WS-HAVE-CONTROL
           OPEN INPUT BUSDATE-FILE
           EVALUATE WS-BD-FS
               WHEN "00"
                   READ BUSDATE-FILE
                   IF WS-BD-FS = "00" AND BD-CURR-DATE IS NUMERIC
                           AND BD-CURR-DATE NOT = ZERO
                       MOVE "Y" TO WS-HAVE-CONTROL
                       MOVE BD-CURR-DATE TO WS-OLD-CURR-DATE
                   END-IF
                   CLOSE BUSDATE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-EODROLL: UNABLE TO OPEN"
                       " data/bizdate.dat - STATUS " WS-BD-FS
                   MOVE "N" TO WS-VALID-OK
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       3500-CHECK-JOB-STREAM.
           OPEN INPUT JOBSTATE-FILE
           IF WS-STATE-FS = "00"
               PERFORM UNTIL WS-STATE-FS = "10"
                   READ JOBSTATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JS-STATUS NOT = "ABANDON"
                               ADD 1 TO WS-STATE-RECS-READ
                               MOVE JS-STATUS TO
                                   WS-LAST-STATE-STATUS
                               MOVE JS-BUS-DATE TO
                                   WS-LAST-STATE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBSTATE-FILE
      *> only a stream stopped under the date being rolled holds
      *> the roll - older unfinished state was already rolled
      *> past and jobctl will abandon it
               IF WS-STATE-RECS-READ > ZERO
                       AND WS-LAST-STATE-STATUS NOT = "JOBEND"
                       AND (WS-LAST-STATE-DATE = WS-OLD-CURR-DATE
                           OR WS-LAST-STATE-DATE = SPACES)
                   DISPLAY "FIZZBUZZ-EODROLL: JOB STREAM FOR "
                       WS-OLD-CURR-DATE " IS UNFINISHED - RESTART"
                       " fizzbuzz-jobctl OR ROLL WITH FORCE"
                   MOVE "N" TO WS-VALID-OK
                   MOVE 08 TO WS-RETURN-CODE
               END-IF
           END-IF.

       4000-COMPUTE-NEW-DATES.
           EVALUATE TRUE
               WHEN WS-MODE = "SET"
                   MOVE WS-SET-DATE TO WS-TEST-DATE
                   PERFORM 7000-TEST-BUSINESS-DAY
                   IF WS-IS-BUS-DAY = "N"
                       DISPLAY "FIZZBUZZ-EODROLL: SET DATE "
                           WS-SET-DATE " IS NOT A BUSINESS DAY"
                       MOVE "N" TO WS-VALID-OK
                       MOVE 08 TO WS-RETURN-CODE
                   ELSE
                       MOVE WS-SET-DATE TO WS-NEW-CURR-DATE
                   END-IF
               WHEN WS-HAVE-CONTROL = "N"
                   DISPLAY "FIZZBUZZ-EODROLL: NO BUSINESS DATE ON"
                       " FILE - INITIALIZING FROM MACHINE DATE "
                       WS-CURR-DATE
                   MOVE WS-CURR-DATE TO WS-TEST-DATE
                   PERFORM 7000-TEST-BUSINESS-DAY
                   IF WS-IS-BUS-DAY = "N"
                       PERFORM 7200-NEXT-BUSINESS-DAY
                   END-IF
                   MOVE WS-TEST-DATE TO WS-NEW-CURR-DATE
               WHEN OTHER
                   MOVE WS-OLD-CURR-DATE TO WS-TEST-DATE
                   PERFORM 7200-NEXT-BUSINESS-DAY
                   MOVE WS-TEST-DATE TO WS-NEW-CURR-DATE
           END-EVALUATE
           IF WS-VALID-OK = "Y"
               MOVE WS-NEW-CURR-DATE TO WS-TEST-DATE
               PERFORM 7300-PRIOR-BUSINESS-DAY
               MOVE WS-TEST-DATE TO WS-NEW-PREV-DATE
               MOVE WS-NEW-CURR-DATE TO WS-TEST-DATE
               PERFORM 7200-NEXT-BUSINESS-DAY
               MOVE WS-TEST-DATE TO WS-NEW-NEXT-DATE
           END-IF.

       5000-REWRITE-CONTROL.
           OPEN OUTPUT BUSDATE-FILE
           IF WS-BD-FS NOT = "00"
               DISPLAY "FIZZBUZZ-EODROLL: UNABLE TO OPEN"
                   " data/bizdate.dat FOR REWRITE - STATUS " WS-BD-FS
               MOVE "N" TO WS-VALID-OK
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO BUS-DATE-REC
               MOVE WS-NEW-CURR-DATE TO BD-CURR-DATE
               MOVE WS-NEW-PREV-DATE TO BD-PREV-DATE
               MOVE WS-NEW-NEXT-DATE TO BD-NEXT-DATE
               MOVE WS-TIMESTAMP TO BD-ROLL-TIMESTAMP
               WRITE BUS-DATE-REC
               IF WS-BD-FS NOT = "00"
                   DISPLAY "FIZZBUZZ-EODROLL: WRITE TO"
                       " data/bizdate.dat FAILED - STATUS " WS-BD-FS
                       " - CONTROL RECORD MAY BE EMPTY, RERUN THE"
                       " ROLL WITH SET BEFORE THE NEXT BATCH RUN"
                   MOVE "N" TO WS-VALID-OK
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.

       6000-WRITE-ROLL-LOG.
           OPEN EXTEND ROLL-LOG
           IF WS-LOG-FS = "35"
               OPEN OUTPUT ROLL-LOG
           END-IF
           IF WS-LOG-FS = "00"
               IF WS-FORCE = "Y"
                   MOVE "ROLL-FORCE" TO WS-LOG-ACTION
               ELSE
                   MOVE WS-MODE TO WS-LOG-ACTION
               END-IF
               MOVE SPACES TO ROLL-LOG-REC
               STRING WS-TIMESTAMP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LOG-ACTION DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-OLD-CURR-DATE DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       WS-NEW-CURR-DATE DELIMITED BY SIZE
                       " PREV " DELIMITED BY SIZE
                       WS-NEW-PREV-DATE DELIMITED BY SIZE
                       " NEXT " DELIMITED BY SIZE
                       WS-NEW-NEXT-DATE DELIMITED BY SIZE
                   INTO ROLL-LOG-REC
               END-STRING
               WRITE ROLL-LOG-REC
               CLOSE ROLL-LOG
           ELSE
               DISPLAY "FIZZBUZZ-EODROLL: UNABLE TO WRITE"
                   " data/bizdate.log - STATUS " WS-LOG-FS
               MOVE 04 TO WS-RETURN-CODE
           END-IF.

       7000-TEST-BUSINESS-DAY.
      *> leaves WS-IS-BUS-DAY "Y" when WS-TEST-DATE is a
      *> processing day - a weekday not listed as a holiday or
      *> non-processing day, or a weekend date listed 'P'
           COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-TEST-INT - 1, 7)
           IF WS-WEEKDAY < 5
               MOVE "Y" TO WS-IS-BUS-DAY
           ELSE
               MOVE "N" TO WS-IS-BUS-DAY
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-DATE(WS-CAL-IDX) = WS-TEST-DATE
                   IF WS-CAL-DAY-TYPE(WS-CAL-IDX) = "P"
                       MOVE "Y" TO WS-IS-BUS-DAY
                   ELSE
                       MOVE "N" TO WS-IS-BUS-DAY
                   END-IF
               END-IF
           END-PERFORM.

       7200-NEXT-BUSINESS-DAY.
      *> moves WS-TEST-DATE forward to the next business day after
      *> it - the guard stops a calendar that closes every day
      *> from looping forever
           MOVE "N" TO WS-IS-BUS-DAY
           MOVE ZERO TO WS-STEP-GUARD
           PERFORM UNTIL WS-IS-BUS-DAY = "Y" OR WS-STEP-GUARD > 366
               ADD 1 TO WS-STEP-GUARD
               COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) + 1)
               PERFORM 7000-TEST-BUSINESS-DAY
           END-PERFORM
           IF WS-IS-BUS-DAY = "N"
               DISPLAY "FIZZBUZZ-EODROLL: NO BUSINESS DAY WITHIN A"
                   " YEAR - CHECK data/calendar.dat"
               MOVE "N" TO WS-VALID-OK
               MOVE 08 TO WS-RETURN-CODE
           END-IF.

       7300-PRIOR-BUSINESS-DAY.
           MOVE "N" TO WS-IS-BUS-DAY
           MOVE ZERO TO WS-STEP-GUARD
           PERFORM UNTIL WS-IS-BUS-DAY = "Y" OR WS-STEP-GUARD > 366
               ADD 1 TO WS-STEP-GUARD
               COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) - 1)
               PERFORM 7000-TEST-BUSINESS-DAY
           END-PERFORM
           IF WS-IS-BUS-DAY = "N"
               DISPLAY "FIZZBUZZ-EODROLL: NO BUSINESS DAY WITHIN A"
                   " YEAR - CHECK data/calendar.dat"
               MOVE "N" TO WS-VALID-OK
               MOVE 08 TO WS-RETURN-CODE
           END-IF.
