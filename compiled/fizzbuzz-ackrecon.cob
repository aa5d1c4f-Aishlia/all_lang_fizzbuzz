      *> (data/transmit-register.dat, see xmitrec.cpy), marks
      *> entries ACKED when MIS's count and CLS-SEQ-NO hash equal
      *> ours and MISMATCH when they do not, ages anything still
      *> unacknowledged past the overdue threshold to OVERDUE
      *> (aged in business days - weekends and the holidays on
      *> data/calendar.dat do not count, see calrec.cpy, so a
      *> Friday send is not chased on Monday morning),
      *> and cross-checks the newest register entry against the
      *> trailer of that run date's extract generation on disk
      *> (data/classify-extract-<YYYYMMDD>.dat - a register that
      *> disagrees with its own extract is itself suspect).
      *> One report of every non-ACKED transmission, with a
      *> non-zero return code when anything needs chasing - a
      *> silently failed transmission surfaces here the morning
      *> after, not days later.  A MISMATCH or OVERDUE
      *> transmission is also opened on the incident register
      *> (data/incident-register.dat, see increc.cpy) under step
      *> 'ALL ' and the extract's run date - once, however many
      *> mornings it stays overdue.
      *> Arguments: [overdue-days] [ack-file], defaulting to 3
      *> business days and data/extract-ack.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "data/transmit-register.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT CALENDAR-FILE ASSIGN TO "data/calendar.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.
           SELECT INCIDENT-FILE
               ASSIGN TO "data/incident-register.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACK-FILE.
           COPY XMITREC.
       FD EXTRACT-FILE.
       01 EXTRACT-REC                  PIC X(400).
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD CALENDAR-FILE.
           COPY CALREC.
       FD INCIDENT-FILE.
           COPY INCREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(9) VALUE SPACES.
       01 WS-ARG2                      PIC X(60) VALUE SPACES.
       01 WS-EXT-FILENAME              PIC X(60) VALUE SPACES.

       01 WS-ACK-FS                    PIC XX.
       01 WS-REG-FS                    PIC XX.
       01 WS-EXT-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-CAL-FS                    PIC XX.
       01 WS-INC-FS                    PIC XX.

       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.
       01 WS-OVERDUE-DAYS              PIC 9(3) VALUE 003.
       01 WS-TODAY-INT                 PIC 9(9) VALUE ZERO.
       01 WS-SENT-INT                  PIC 9(9) VALUE ZERO.
       01 WS-AGE-DAYS                  PIC 9(9) VALUE ZERO.

      *> ---- processing calendar for business-day aging ----------
       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-CAL-IDX.
               10 WS-CAL-DATE          PIC 9(8).
               10 WS-CAL-DAY-TYPE      PIC X(1).
       01 WS-TEST-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-TEST-INT                  PIC 9(9) VALUE ZERO.
       01 WS-WEEKDAY                   PIC 9(1) VALUE ZERO.
       01 WS-IS-BUS-DAY                PIC X(1) VALUE "N".

      *> ---- the register, held in memory across the match --------
       01 WS-REG-TABLE.
           05 WS-REG-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-OVERDUE-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-PENDING-COUNT             PIC 9(5) VALUE ZERO.

      *> ---- incident register -------------------------------------
      *> the finding being opened - run date, type and detail set
      *> by the caller of 8000-OPEN-INCIDENT
       01 WS-INC-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-INC-FINDING               PIC X(8) VALUE SPACES.
       01 WS-INC-DETAIL                PIC X(60) VALUE SPACES.
       01 WS-INC-READ-OK               PIC X(1) VALUE "N".
       01 WS-INC-LAST-ID               PIC 9(6) VALUE ZERO.
       01 WS-INC-FOUND-ID              PIC 9(6) VALUE ZERO.
       01 WS-INC-OPENED-COUNT          PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       fizzbuzz-ackrecon-main SECTION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-CALENDAR
           PERFORM 2000-LOAD-REGISTER
           IF WS-REG-COUNT = ZERO
               DISPLAY "FIZZBUZZ-ACKRECON: TRANSMISSION REGISTER"
           ELSE
               MOVE WS-ARG2 TO WS-ACK-PATH
           END-IF
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   WS-CURR-TIME(3:2) ":" WS-CURR-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE).

       1050-READ-BUSINESS-DATE.
      *> the processing date is the business date on the control
      *> record rolled by fizzbuzz-eodroll (see
      *> copybooks/bizdtrec.cpy), not the machine clock - a run
      *> crossing midnight or a catch-up run works under the
      *> business date it belongs to.  With no control record on
      *> file the machine date is used, loudly.
           MOVE ZERO TO WS-CURR-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BD-FS = "00"
               READ BUSDATE-FILE
               IF WS-BD-FS = "00" AND BD-CURR-DATE IS NUMERIC
                   MOVE BD-CURR-DATE TO WS-CURR-DATE
               END-IF
               CLOSE BUSDATE-FILE
           END-IF
           IF WS-CURR-DATE = ZERO
               ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
               DISPLAY "FIZZBUZZ-ACKRECON: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       1100-LOAD-CALENDAR.
      *> no calendar on file simply means no holidays - weekends
      *> are still not counted
           MOVE ZERO TO WS-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           EVALUATE WS-CAL-FS
               WHEN "00"
                   PERFORM UNTIL WS-CAL-FS = "10"
                       READ CALENDAR-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 1150-TAKE-CALENDAR-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE CALENDAR-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-ACKRECON: UNABLE TO OPEN"
                       " data/calendar.dat - STATUS " WS-CAL-FS
                       " - AGING ON WEEKDAYS ONLY"
           END-EVALUATE.

       1150-TAKE-CALENDAR-ENTRY.
           IF CAL-DATE IS NUMERIC
                   AND (CAL-DAY-TYPE = "H" OR CAL-DAY-TYPE = "N"
                        OR CAL-DAY-TYPE = "P")
                   AND WS-CAL-COUNT < 1000
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
               MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
           END-IF.

       2000-LOAD-REGISTER.
           MOVE ZERO TO WS-REG-COUNT
           OPEN INPUT XMIT-REGISTER
      *> the newest register entry must agree with the trailer of
      *> the extract actually on disk - if the register says one
      *> thing and the file another, neither can be trusted as
      *> the sent-figures of record.  The extract checked is the
      *> generation of the newest entry's run date.
           MOVE ZERO TO WS-NEWEST-AT
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-NEWEST-AT = ZERO
                   SET WS-NEWEST-AT TO WS-REG-IDX
               ELSE
                   IF WS-REG-RUN-DATE(WS-REG-IDX) >
                           WS-REG-RUN-DATE(WS-NEWEST-AT)
                       SET WS-NEWEST-AT TO WS-REG-IDX
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-TRL-SEEN
           IF WS-NEWEST-AT > ZERO
               MOVE SPACES TO WS-EXT-FILENAME
               STRING "data/classify-extract-" DELIMITED BY SIZE
                       WS-REG-RUN-DATE(WS-NEWEST-AT)
                           DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                   INTO WS-EXT-FILENAME
               OPEN INPUT EXTRACT-FILE
           END-IF
           IF WS-NEWEST-AT > ZERO AND WS-EXT-FS = "00"
               PERFORM UNTIL WS-EXT-FS = "10"
                   READ EXTRACT-FILE
                       AT END
               CLOSE EXTRACT-FILE
           END-IF
           IF WS-TRL-SEEN = "Y"
               IF WS-TRL-COUNT NOT =
                       WS-REG-SENT-COUNT(WS-NEWEST-AT)
                   OR WS-TRL-HASH NOT =
                   DISPLAY "  MIS LOADED COUNT " AK-RECV-COUNT
                       " HASH " AK-HASH-TOTAL
                   MOVE 08 TO WS-RETURN-CODE
                   MOVE AK-RUN-DATE TO WS-INC-RUN-DATE
                   MOVE "XMITMISM" TO WS-INC-FINDING
                   MOVE SPACES TO WS-INC-DETAIL
                   STRING "EXTRACT " AK-RUN-DATE " MIS LOADED "
                           AK-RECV-COUNT ", WE SENT "
                           WS-REG-SENT-COUNT(WS-REG-FOUND)
                       DELIMITED BY SIZE
                       INTO WS-INC-DETAIL
                   PERFORM 8000-OPEN-INCIDENT
               END-IF
           END-IF.

                       OR WS-REG-STATUS(WS-REG-IDX) = "OVERDUE"
                   COMPUTE WS-SENT-INT = FUNCTION INTEGER-OF-DATE
                       (WS-REG-RUN-DATE(WS-REG-IDX))
                   PERFORM 4100-COUNT-BUSINESS-DAYS
                   IF WS-AGE-DAYS > WS-OVERDUE-DAYS
                       IF WS-REG-STATUS(WS-REG-IDX) NOT =
                               "OVERDUE"
                           " *** EXTRACT OF "
                           WS-REG-RUN-DATE(WS-REG-IDX)
                           " UNACKNOWLEDGED FOR " WS-AGE-DAYS
                           " BUSINESS DAY(S) (THRESHOLD "
                           WS-OVERDUE-DAYS ")"
                       MOVE 08 TO WS-RETURN-CODE
                       MOVE WS-REG-RUN-DATE(WS-REG-IDX) TO
                           WS-INC-RUN-DATE
                       MOVE "XMITOVRD" TO WS-INC-FINDING
                       MOVE SPACES TO WS-INC-DETAIL
                       STRING "EXTRACT "
                               WS-REG-RUN-DATE(WS-REG-IDX)
                               " UNACKNOWLEDGED PAST "
                               WS-OVERDUE-DAYS " BUSINESS DAY(S)"
                           DELIMITED BY SIZE
                           INTO WS-INC-DETAIL
                       PERFORM 8000-OPEN-INCIDENT
                   ELSE
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       4100-COUNT-BUSINESS-DAYS.
      *> age = business days after the send date up to and
      *> including today; a send dated after today ages zero
           MOVE ZERO TO WS-AGE-DAYS
           COMPUTE WS-TEST-INT = WS-SENT-INT + 1
           PERFORM UNTIL WS-TEST-INT > WS-TODAY-INT
               PERFORM 4200-TEST-BUSINESS-DAY
               IF WS-IS-BUS-DAY = "Y"
                   ADD 1 TO WS-AGE-DAYS
               END-IF
               ADD 1 TO WS-TEST-INT
           END-PERFORM.

       4200-TEST-BUSINESS-DAY.
      *> a processing day is a weekday not listed as a holiday or
      *> non-processing day, or a weekend date listed 'P'
           COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
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

       5000-REWRITE-REGISTER.
           OPEN OUTPUT XMIT-REGISTER
           IF WS-REG-FS NOT = "00"
               WS-UNKNOWN-ACK-COUNT
           DISPLAY "  OVERDUE . . . . . . . . . " WS-OVERDUE-COUNT
           DISPLAY "  AWAITING ACK (IN GRACE) . " WS-PENDING-COUNT
           IF WS-INC-OPENED-COUNT > ZERO
               DISPLAY "  INCIDENTS OPENED  . . . . "
                   WS-INC-OPENED-COUNT
           END-IF
           IF WS-RETURN-CODE = ZERO
               DISPLAY "FIZZBUZZ-ACKRECON: ALL TRANSMISSIONS"
                   " ACCOUNTED FOR"
               DISPLAY "FIZZBUZZ-ACKRECON: *** CHASE THE ITEMS"
                   " ABOVE WITH MIS ***"
           END-IF.

       8000-OPEN-INCIDENT.
      *> a transmission finding already on the register for this
      *> run date and type is that incident - an extract that
      *> stays overdue for a week is one incident, not five
           MOVE ZERO TO WS-INC-LAST-ID
           MOVE ZERO TO WS-INC-FOUND-ID
           MOVE "N" TO WS-INC-READ-OK
           OPEN INPUT INCIDENT-FILE
           EVALUATE WS-INC-FS
               WHEN "00"
                   MOVE "Y" TO WS-INC-READ-OK
                   PERFORM UNTIL WS-INC-FS = "10"
                       READ INCIDENT-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 8100-TAKE-INCIDENT
                       END-READ
                   END-PERFORM
                   CLOSE INCIDENT-FILE
               WHEN "35"
      *> no register yet - the first finding creates it
                   MOVE "Y" TO WS-INC-READ-OK
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-ACKRECON: UNABLE TO OPEN"
                       " data/incident-register.dat - STATUS "
                       WS-INC-FS " - FINDING NOT REGISTERED"
           END-EVALUATE
           IF WS-INC-READ-OK = "Y" AND WS-INC-FOUND-ID = ZERO
               PERFORM 8200-APPEND-INCIDENT
           END-IF.

       8100-TAKE-INCIDENT.
           IF INC-ID IS NUMERIC AND INC-ID > WS-INC-LAST-ID
               MOVE INC-ID TO WS-INC-LAST-ID
           END-IF
           IF INC-STEP-ID = "ALL "
                   AND INC-RUN-DATE = WS-INC-RUN-DATE
                   AND INC-FINDING = WS-INC-FINDING
               MOVE INC-ID TO WS-INC-FOUND-ID
           END-IF.

       8200-APPEND-INCIDENT.
           OPEN EXTEND INCIDENT-FILE
           IF WS-INC-FS = "35"
               OPEN OUTPUT INCIDENT-FILE
           END-IF
           IF WS-INC-FS NOT = "00"
               DISPLAY "FIZZBUZZ-ACKRECON: UNABLE TO OPEN"
                   " data/incident-register.dat - STATUS "
                   WS-INC-FS " - FINDING NOT REGISTERED"
           ELSE
               MOVE SPACES TO INCIDENT-REC
               COMPUTE INC-ID = WS-INC-LAST-ID + 1
               MOVE "ALL " TO INC-STEP-ID
               MOVE WS-INC-RUN-DATE TO INC-RUN-DATE
               MOVE WS-INC-FINDING TO INC-FINDING
               MOVE "RED" TO INC-SEVERITY
               MOVE "ACKRECON" TO INC-SOURCE
               MOVE "OPEN" TO INC-STATUS
               MOVE WS-CURR-DATE TO INC-OPENED-DATE
               MOVE WS-TIMESTAMP TO INC-OPENED-TS
               MOVE ZERO TO INC-CLOSED-DATE
               MOVE WS-TIMESTAMP TO INC-UPDATED-TS
               MOVE WS-INC-DETAIL TO INC-DETAIL
               WRITE INCIDENT-REC
               CLOSE INCIDENT-FILE
               ADD 1 TO WS-INC-OPENED-COUNT
           END-IF.
