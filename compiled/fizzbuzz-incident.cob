       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzbuzz-incident.
      *> Incident register maintenance and ageing report.  The
      *> morning checks - fizzbuzz-dayend, fizzbuzz-verify,
      *> fizzbuzz-ackrecon and fizzbuzz-partition CHECK - open an
      *> entry on data/incident-register.dat (see increc.cpy) for
      *> every finding, once per step, run date and finding type;
      *> this program is how an operator works them off.
      *> Arguments: mode [operator-id incident-id [text]], mode
      *> being
      *>   LIST             show every incident not yet closed
      *>                    (no operator needed);
      *>   ACK              acknowledge an OPEN incident;
      *>   ASSIGN           give an incident an owner (text is
      *>                    the owner's id, at most 8 characters)
      *>                    - assigning an OPEN incident also
      *>                    acknowledges it;
      *>   NOTE             annotate an incident (text is the
      *>                    note);
      *>   CLOSE            close an incident - text, the
      *>                    resolution, is required;
      *>   AGEING           report the incidents still open by
      *>                    severity and days outstanding
      *>                    (data/incident-ageing.rpt, also echoed
      *>                    to the console; no operator needed).
      *> A closed incident takes no further action, but it stays
      *> on the register - the checks need its step, run date and
      *> finding to tell a recurrence from a new finding.  The
      *> register is never held in memory: every mode reads it
      *> straight through, and a change is made by copying it to
      *> data/incident-register.new with the one entry altered
      *> and copying that back, so the register can grow without
      *> limit.  Every change is appended to data/incident.log
      *> (see inclogrec.cpy) with the operator who made it; the
      *> register keeps only the latest state and note.  Days
      *> outstanding run from the business date the incident was
      *> opened to the business date on data/bizdate.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE
               ASSIGN TO "data/incident-register.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INC-FS.
           SELECT INCIDENT-NEW
               ASSIGN TO "data/incident-register.new"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INN-FS.
           SELECT INCIDENT-LOG ASSIGN TO "data/incident.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.
           SELECT REPORT-FILE ASSIGN TO "data/incident-ageing.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
       DATA DIVISION.
       FILE SECTION.
       FD INCIDENT-FILE.
           COPY INCREC.
       FD INCIDENT-NEW.
      *> same layout as INCIDENT-REC (copybooks/increc.cpy),
      *> renamed via REPLACING so the rewritten copy can't drift
      *> out of step with the register it replaces.
           COPY INCREC REPLACING
               ==INCIDENT-REC== BY ==INCIDENT-NEW-REC==
               ==INC-ID== BY ==INN-ID==
               ==INC-STEP-ID== BY ==INN-STEP-ID==
               ==INC-RUN-DATE== BY ==INN-RUN-DATE==
               ==INC-FINDING== BY ==INN-FINDING==
               ==INC-SEVERITY== BY ==INN-SEVERITY==
               ==INC-SOURCE== BY ==INN-SOURCE==
               ==INC-STATUS== BY ==INN-STATUS==
               ==INC-OPENED-DATE== BY ==INN-OPENED-DATE==
               ==INC-OPENED-TS== BY ==INN-OPENED-TS==
               ==INC-OWNER-ID== BY ==INN-OWNER-ID==
               ==INC-ACK-ID== BY ==INN-ACK-ID==
               ==INC-ACK-TS== BY ==INN-ACK-TS==
               ==INC-CLOSED-ID== BY ==INN-CLOSED-ID==
               ==INC-CLOSED-DATE== BY ==INN-CLOSED-DATE==
               ==INC-UPDATED-TS== BY ==INN-UPDATED-TS==
               ==INC-DETAIL== BY ==INN-DETAIL==
               ==INC-NOTE== BY ==INN-NOTE==.
       FD INCIDENT-LOG.
           COPY INCLOGREC.
       FD REPORT-FILE.
       01 REPORT-REC                   PIC X(80).
       FD BUSDATE-FILE.
           COPY BIZDTREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-VALID-OK                  PIC X(1) VALUE "Y".
       01 WS-MODE                      PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ID               PIC X(8) VALUE SPACES.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(8) VALUE SPACES.
       01 WS-ARG2                      PIC X(8) VALUE SPACES.
       01 WS-ARG3                      PIC X(9) VALUE SPACES.
       01 WS-ARG4                      PIC X(60) VALUE SPACES.

       01 WS-INC-FS                    PIC XX.
       01 WS-INN-FS                    PIC XX.
       01 WS-LOG-FS                    PIC XX.
       01 WS-RPT-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.

       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.

      *> ---- register passes --------------------------------------
       01 WS-INC-OK                    PIC X(1) VALUE "Y".
       01 WS-INC-EMPTY                 PIC X(1) VALUE "N".
       01 WS-INC-END-FS                PIC XX VALUE SPACES.
       01 WS-INC-COUNT                 PIC 9(6) VALUE ZERO.
       01 WS-OPEN-COUNT                PIC 9(6) VALUE ZERO.

      *> ---- one change -------------------------------------------
       01 WS-ACTION-ID                 PIC 9(6) VALUE ZERO.
       01 WS-ACTION-TEXT               PIC X(60) VALUE SPACES.
       01 WS-INC-FOUND                 PIC X(1) VALUE "N".
       01 WS-INC-CHANGED               PIC X(1) VALUE "N".
       01 WS-INC-WRITE-OK              PIC X(1) VALUE "Y".
       01 WS-NEW-STATUS                PIC X(8) VALUE SPACES.
       01 WS-COPY-COUNT                PIC 9(6) VALUE ZERO.

      *> ---- ageing report --------------------------------------------
      *> open incidents counted by severity (row 1 RED, row 2
      *> WARN) and days outstanding (bands 0-1, 2-3, 4-7, 8-14,
      *> 15 and over; column 6 the row total)
       01 WS-AGE-TABLE.
           05 WS-AGE-ROW OCCURS 2 TIMES.
               10 WS-AGE-CELL OCCURS 6 TIMES PIC 9(6).
       01 WS-AGE-ROW-IDX               PIC 9(1) VALUE ZERO.
       01 WS-AGE-BAND                  PIC 9(1) VALUE ZERO.
       01 WS-AGE-DAYS                  PIC 9(5) VALUE ZERO.
       01 WS-TODAY-INT                 PIC 9(9) VALUE ZERO.
       01 WS-OPENED-INT                PIC 9(9) VALUE ZERO.
       01 WS-RPT-LINE                  PIC X(80) VALUE SPACES.
       01 WS-RPT-SEVERITY              PIC X(4) VALUE SPACES.
       01 WS-RPT-DAYS                  PIC Z(4)9.
       01 WS-RPT-CELL                  PIC Z(4)9.
       01 WS-RPT-PTR                   PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
       fizzbuzz-incident-main SECTION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-VALID-OK = "N"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-MODE
               WHEN "LIST"
                   PERFORM 3000-LIST-INCIDENTS
               WHEN "AGEING"
                   PERFORM 5000-WRITE-AGEING-REPORT
               WHEN OTHER
                   PERFORM 4000-UPDATE-INCIDENT
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
           MOVE 3 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
           MOVE 4 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
           IF WS-ARG1 = SPACES
               MOVE "LIST" TO WS-MODE
           ELSE
               MOVE WS-ARG1 TO WS-MODE
           END-IF
           MOVE WS-ARG2 TO WS-OPERATOR-ID
           MOVE WS-ARG4 TO WS-ACTION-TEXT
           PERFORM 1100-VALIDATE-ARGUMENTS
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   WS-CURR-TIME(3:2) ":" WS-CURR-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-TIMESTAMP.

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
               DISPLAY "FIZZBUZZ-INCIDENT: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       1100-VALIDATE-ARGUMENTS.
      *> every change is made under a named operator - the id is
      *> what the register and the log record
           EVALUATE WS-MODE
               WHEN "LIST"
               WHEN "AGEING"
                   CONTINUE
               WHEN "ACK"
               WHEN "ASSIGN"
               WHEN "NOTE"
               WHEN "CLOSE"
                   IF WS-OPERATOR-ID = SPACES
                       DISPLAY "FIZZBUZZ-INCIDENT: " WS-MODE
                           " NEEDS AN OPERATOR ID"
                       MOVE "N" TO WS-VALID-OK
                   END-IF
                   IF WS-ARG3 = SPACES
                           OR FUNCTION TEST-NUMVAL(WS-ARG3) NOT = ZERO
                       DISPLAY "FIZZBUZZ-INCIDENT: " WS-MODE
                           " NEEDS A NUMERIC INCIDENT ID"
                       MOVE "N" TO WS-VALID-OK
                   ELSE
                       COMPUTE WS-ACTION-ID = FUNCTION NUMVAL(WS-ARG3)
                   END-IF
                   IF WS-MODE NOT = "ACK" AND WS-ACTION-TEXT = SPACES
                       DISPLAY "FIZZBUZZ-INCIDENT: " WS-MODE
                           " NEEDS TEXT - THE OWNER FOR ASSIGN, THE"
                           " NOTE OR RESOLUTION OTHERWISE"
                       MOVE "N" TO WS-VALID-OK
                   END-IF
      *> the owner id is an 8-character operator id - anything
      *> longer is refused rather than cut short
                   IF WS-MODE = "ASSIGN"
                           AND WS-ACTION-TEXT(9:52) NOT = SPACES
                       DISPLAY "FIZZBUZZ-INCIDENT: OWNER ID '"
                           FUNCTION TRIM(WS-ACTION-TEXT)
                           "' IS LONGER THAN 8 CHARACTERS"
                       MOVE "N" TO WS-VALID-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-INCIDENT: UNKNOWN MODE '"
                       WS-MODE "'"
                   MOVE "N" TO WS-VALID-OK
           END-EVALUATE
           IF WS-VALID-OK = "N"
               MOVE 08 TO WS-RETURN-CODE
               DISPLAY "FIZZBUZZ-INCIDENT: USAGE - fizzbuzz-incident"
                   " LIST | AGEING"
               DISPLAY "                           fizzbuzz-incident"
                   " ACK operator-id incident-id"
               DISPLAY "                           fizzbuzz-incident"
                   " ASSIGN|NOTE|CLOSE operator-id incident-id text"
           END-IF.

       2000-OPEN-REGISTER.
           MOVE "Y" TO WS-INC-OK
           MOVE "N" TO WS-INC-EMPTY
           OPEN INPUT INCIDENT-FILE
           EVALUATE WS-INC-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
      *> nothing ever raised - an empty register
                   MOVE "Y" TO WS-INC-EMPTY
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-INCIDENT: UNABLE TO OPEN"
                       " data/incident-register.dat - STATUS "
                       WS-INC-FS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE "N" TO WS-INC-OK
           END-EVALUATE.

       2100-CHECK-REGISTER-END.
      *> a pass that stops on anything but end of file has not
      *> seen the whole register
           MOVE WS-INC-FS TO WS-INC-END-FS
           IF WS-INC-END-FS NOT = "10"
               DISPLAY "FIZZBUZZ-INCIDENT: READ OF"
                   " data/incident-register.dat FAILED - STATUS "
                   WS-INC-END-FS
               MOVE 16 TO WS-RETURN-CODE
               MOVE "N" TO WS-INC-OK
           END-IF.

       3000-LIST-INCIDENTS.
           MOVE ZERO TO WS-INC-COUNT
           MOVE ZERO TO WS-OPEN-COUNT
           PERFORM 2000-OPEN-REGISTER
           IF WS-INC-OK = "Y"
               DISPLAY "FIZZBUZZ-INCIDENT: INCIDENTS NOT YET CLOSED AT "
                   WS-CURR-DATE
               IF WS-INC-EMPTY = "N"
                   PERFORM UNTIL WS-INC-FS NOT = "00"
                       READ INCIDENT-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 3100-LIST-ONE-INCIDENT
                       END-READ
                   END-PERFORM
                   PERFORM 2100-CHECK-REGISTER-END
                   CLOSE INCIDENT-FILE
               END-IF
               DISPLAY "FIZZBUZZ-INCIDENT: " WS-OPEN-COUNT " OPEN OF "
                   WS-INC-COUNT " ON THE REGISTER"
           END-IF.

       3100-LIST-ONE-INCIDENT.
           ADD 1 TO WS-INC-COUNT
           IF INC-STATUS NOT = "CLOSED"
               ADD 1 TO WS-OPEN-COUNT
               DISPLAY "  " INC-ID " " INC-STATUS " "
                   INC-SEVERITY " STEP " INC-STEP-ID " RUN "
                   INC-RUN-DATE " " INC-FINDING " FROM "
                   INC-SOURCE
               DISPLAY "         " INC-DETAIL
               DISPLAY "         OPENED " INC-OPENED-TS
                   "  OWNER " INC-OWNER-ID "  ACKED BY "
                   INC-ACK-ID
               IF INC-NOTE NOT = SPACES
                   DISPLAY "         NOTE: " INC-NOTE
               END-IF
           END-IF.

       4000-UPDATE-INCIDENT.
      *> the register is copied to data/incident-register.new with
      *> the one entry changed, and only a complete, clean copy
      *> with a change in it is copied back
           MOVE "N" TO WS-INC-FOUND
           MOVE "N" TO WS-INC-CHANGED
           MOVE "Y" TO WS-INC-WRITE-OK
           PERFORM 2000-OPEN-REGISTER
           IF WS-INC-OK = "Y" AND WS-INC-EMPTY = "N"
               OPEN OUTPUT INCIDENT-NEW
               IF WS-INN-FS NOT = "00"
                   DISPLAY "FIZZBUZZ-INCIDENT: UNABLE TO OPEN"
                       " data/incident-register.new - STATUS "
                       WS-INN-FS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE "N" TO WS-INC-WRITE-OK
               ELSE
                   PERFORM UNTIL WS-INC-FS NOT = "00"
                       READ INCIDENT-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 4050-PASS-ONE-INCIDENT
                       END-READ
                   END-PERFORM
                   PERFORM 2100-CHECK-REGISTER-END
                   CLOSE INCIDENT-NEW
               END-IF
               CLOSE INCIDENT-FILE
           END-IF
           IF WS-INC-OK = "Y" AND WS-INC-WRITE-OK = "Y"
               IF WS-INC-FOUND = "N"
                   DISPLAY "FIZZBUZZ-INCIDENT: INCIDENT " WS-ACTION-ID
                       " NOT ON THE REGISTER"
                   MOVE 08 TO WS-RETURN-CODE
               END-IF
               IF WS-INC-CHANGED = "Y"
                   PERFORM 4700-COPY-NEW-BACK
                   IF WS-INC-WRITE-OK = "Y"
                       PERFORM 4500-WRITE-ACTION-LOG
                       DISPLAY "FIZZBUZZ-INCIDENT: INCIDENT "
                           WS-ACTION-ID " " WS-MODE " BY "
                           WS-OPERATOR-ID " - NOW " WS-NEW-STATUS
                   END-IF
               END-IF
           END-IF.

       4050-PASS-ONE-INCIDENT.
           IF INC-ID = WS-ACTION-ID
               MOVE "Y" TO WS-INC-FOUND
               PERFORM 4060-CHECK-ACTION
           END-IF
           MOVE INCIDENT-REC TO INCIDENT-NEW-REC
           WRITE INCIDENT-NEW-REC
           IF WS-INN-FS NOT = "00" AND WS-INC-WRITE-OK = "Y"
               DISPLAY "FIZZBUZZ-INCIDENT: WRITE TO"
                   " data/incident-register.new FAILED - STATUS "
                   WS-INN-FS " - REGISTER NOT CHANGED"
               MOVE 16 TO WS-RETURN-CODE
               MOVE "N" TO WS-INC-WRITE-OK
           END-IF.

       4060-CHECK-ACTION.
           IF INC-STATUS = "CLOSED"
               DISPLAY "FIZZBUZZ-INCIDENT: INCIDENT "
                   WS-ACTION-ID " WAS CLOSED BY " INC-CLOSED-ID
                   " ON " INC-CLOSED-DATE " - NO FURTHER ACTION"
               MOVE 08 TO WS-RETURN-CODE
           ELSE
               IF WS-MODE = "ACK" AND INC-STATUS NOT = "OPEN"
                   DISPLAY "FIZZBUZZ-INCIDENT: INCIDENT "
                       WS-ACTION-ID " ALREADY ACKNOWLEDGED BY "
                       INC-ACK-ID
                   MOVE 04 TO WS-RETURN-CODE
               ELSE
                   PERFORM 4100-APPLY-ACTION
               END-IF
           END-IF.

       4100-APPLY-ACTION.
           EVALUATE WS-MODE
               WHEN "ACK"
                   PERFORM 4200-ACKNOWLEDGE
               WHEN "ASSIGN"
                   IF INC-STATUS = "OPEN"
                       PERFORM 4200-ACKNOWLEDGE
                   END-IF
                   MOVE WS-ACTION-TEXT(1:8) TO INC-OWNER-ID
               WHEN "NOTE"
                   MOVE WS-ACTION-TEXT TO INC-NOTE
               WHEN "CLOSE"
                   MOVE "CLOSED" TO INC-STATUS
                   MOVE WS-OPERATOR-ID TO INC-CLOSED-ID
                   MOVE WS-CURR-DATE TO INC-CLOSED-DATE
                   MOVE WS-ACTION-TEXT TO INC-NOTE
           END-EVALUATE
           MOVE WS-TIMESTAMP TO INC-UPDATED-TS
           MOVE "Y" TO WS-INC-CHANGED
      *> the log is written after the copy back - keep the changed
      *> entry's state for it
           MOVE INC-STATUS TO WS-NEW-STATUS.

       4200-ACKNOWLEDGE.
           MOVE "ACKED" TO INC-STATUS
           MOVE WS-OPERATOR-ID TO INC-ACK-ID
           MOVE WS-TIMESTAMP TO INC-ACK-TS.

       4500-WRITE-ACTION-LOG.
           OPEN EXTEND INCIDENT-LOG
           IF WS-LOG-FS = "35"
               OPEN OUTPUT INCIDENT-LOG
           END-IF
           IF WS-LOG-FS NOT = "00"
               DISPLAY "FIZZBUZZ-INCIDENT: UNABLE TO OPEN"
                   " data/incident.log - STATUS " WS-LOG-FS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO INCIDENT-LOG-REC
               MOVE WS-TIMESTAMP TO IL-TIMESTAMP
               MOVE WS-ACTION-ID TO IL-INC-ID
               MOVE WS-MODE TO IL-ACTION
               MOVE WS-OPERATOR-ID TO IL-OPERATOR-ID
               MOVE WS-NEW-STATUS TO IL-STATUS
               MOVE WS-ACTION-TEXT TO IL-TEXT
               WRITE INCIDENT-LOG-REC
               CLOSE INCIDENT-LOG
           END-IF.

       4700-COPY-NEW-BACK.
      *> same resync pattern as fizzbuzz-correct - the changed
      *> scratch copy is copied back over the register in place
           MOVE ZERO TO WS-COPY-COUNT
           OPEN INPUT INCIDENT-NEW
           IF WS-INN-FS NOT = "00"
               DISPLAY "FIZZBUZZ-INCIDENT: UNABLE TO REOPEN"
                   " data/incident-register.new - STATUS "
                   WS-INN-FS " - REGISTER NOT CHANGED"
               MOVE 16 TO WS-RETURN-CODE
               MOVE "N" TO WS-INC-WRITE-OK
           ELSE
               OPEN OUTPUT INCIDENT-FILE
               IF WS-INC-FS NOT = "00"
                   DISPLAY "FIZZBUZZ-INCIDENT: UNABLE TO REWRITE"
                       " data/incident-register.dat - STATUS "
                       WS-INC-FS " - REGISTER NOT CHANGED"
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE "N" TO WS-INC-WRITE-OK
               ELSE
                   PERFORM UNTIL WS-INN-FS NOT = "00"
                       READ INCIDENT-NEW
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 4750-COPY-ONE-INCIDENT
                       END-READ
                   END-PERFORM
                   IF WS-INN-FS NOT = "10"
                       MOVE "N" TO WS-INC-WRITE-OK
                   END-IF
                   IF WS-INC-WRITE-OK = "N"
                       DISPLAY "FIZZBUZZ-INCIDENT: COPY BACK OF"
                           " data/incident-register.new FAILED"
                           " AFTER " WS-COPY-COUNT " ENTRIES -"
                           " RESTORE THE REGISTER FROM IT"
                       MOVE 16 TO WS-RETURN-CODE
                   END-IF
                   CLOSE INCIDENT-FILE
               END-IF
               CLOSE INCIDENT-NEW
           END-IF.

       4750-COPY-ONE-INCIDENT.
           MOVE INCIDENT-NEW-REC TO INCIDENT-REC
           WRITE INCIDENT-REC
           IF WS-INC-FS = "00"
               ADD 1 TO WS-COPY-COUNT
           ELSE
               MOVE "N" TO WS-INC-WRITE-OK
           END-IF.

       5000-WRITE-AGEING-REPORT.
           MOVE ZERO TO WS-OPEN-COUNT
           INITIALIZE WS-AGE-TABLE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FS NOT = "00"
               DISPLAY "FIZZBUZZ-INCIDENT: UNABLE TO OPEN"
                   " data/incident-ageing.rpt - STATUS " WS-RPT-FS
                   " - REPORTING TO CONSOLE ONLY"
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "FIZZBUZZ OPEN INCIDENT AGEING AT "
                   DELIMITED BY SIZE
                   WS-CURR-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE "ID     SEV  STEP RUN DATE FINDING  STATUS   OWNER   "
               TO WS-RPT-LINE
           MOVE " DAYS" TO WS-RPT-LINE(53:5)
           PERFORM 7000-WRITE-REPORT-LINE
      *> RED first, then everything else, each in register order -
      *> one pass of the register for each
           MOVE "RED " TO WS-RPT-SEVERITY
           PERFORM 5100-LIST-SEVERITY
           IF WS-INC-OK = "Y"
               MOVE "WARN" TO WS-RPT-SEVERITY
               PERFORM 5100-LIST-SEVERITY
           END-IF
           IF WS-INC-OK = "Y"
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               MOVE
                 "DAYS OUTSTANDING    0-1   2-3   4-7  8-14   15+ TOTAL"
                   TO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               MOVE 1 TO WS-AGE-ROW-IDX
               MOVE "RED " TO WS-RPT-SEVERITY
               PERFORM 5300-WRITE-AGE-ROW
               MOVE 2 TO WS-AGE-ROW-IDX
               MOVE "WARN" TO WS-RPT-SEVERITY
               PERFORM 5300-WRITE-AGE-ROW
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               MOVE SPACES TO WS-RPT-LINE
               IF WS-OPEN-COUNT = ZERO
                   STRING "NO OPEN INCIDENTS - " DELIMITED BY SIZE
                           WS-INC-COUNT DELIMITED BY SIZE
                           " ON THE REGISTER, ALL CLOSED"
                           DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               ELSE
                   STRING WS-OPEN-COUNT DELIMITED BY SIZE
                           " OPEN INCIDENT(S) OF " DELIMITED BY SIZE
                           WS-INC-COUNT DELIMITED BY SIZE
                           " ON THE REGISTER" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   IF WS-RETURN-CODE < 04
                       MOVE 04 TO WS-RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               MOVE "*** REGISTER UNREADABLE - REPORT INCOMPLETE ***"
                   TO WS-RPT-LINE
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE
           IF WS-RPT-FS = "00"
               CLOSE REPORT-FILE
           END-IF.

       5100-LIST-SEVERITY.
      *> a severity other than RED is counted with WARN
           MOVE ZERO TO WS-INC-COUNT
           PERFORM 2000-OPEN-REGISTER
           IF WS-INC-OK = "Y" AND WS-INC-EMPTY = "N"
               PERFORM UNTIL WS-INC-FS NOT = "00"
                   READ INCIDENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 5150-SELECT-ONE-INCIDENT
                   END-READ
               END-PERFORM
               PERFORM 2100-CHECK-REGISTER-END
               CLOSE INCIDENT-FILE
           END-IF.

       5150-SELECT-ONE-INCIDENT.
           ADD 1 TO WS-INC-COUNT
           IF INC-STATUS NOT = "CLOSED"
               IF (WS-RPT-SEVERITY = "RED "
                       AND INC-SEVERITY = "RED ")
                   OR (WS-RPT-SEVERITY = "WARN"
                       AND INC-SEVERITY NOT = "RED ")
                   PERFORM 5200-AGE-ONE-INCIDENT
               END-IF
           END-IF.

       5200-AGE-ONE-INCIDENT.
           ADD 1 TO WS-OPEN-COUNT
           IF INC-OPENED-DATE IS NUMERIC
                   AND INC-OPENED-DATE > ZERO
                   AND INC-OPENED-DATE <= WS-CURR-DATE
               COMPUTE WS-OPENED-INT =
                   FUNCTION INTEGER-OF-DATE(INC-OPENED-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-OPENED-INT
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   MOVE 1 TO WS-AGE-BAND
               WHEN WS-AGE-DAYS <= 3
                   MOVE 2 TO WS-AGE-BAND
               WHEN WS-AGE-DAYS <= 7
                   MOVE 3 TO WS-AGE-BAND
               WHEN WS-AGE-DAYS <= 14
                   MOVE 4 TO WS-AGE-BAND
               WHEN OTHER
                   MOVE 5 TO WS-AGE-BAND
           END-EVALUATE
           IF WS-RPT-SEVERITY = "RED "
               MOVE 1 TO WS-AGE-ROW-IDX
           ELSE
               MOVE 2 TO WS-AGE-ROW-IDX
           END-IF
           ADD 1 TO WS-AGE-CELL(WS-AGE-ROW-IDX, WS-AGE-BAND)
           ADD 1 TO WS-AGE-CELL(WS-AGE-ROW-IDX, 6)
           MOVE WS-AGE-DAYS TO WS-RPT-DAYS
           MOVE SPACES TO WS-RPT-LINE
           STRING INC-ID " " INC-SEVERITY " " INC-STEP-ID " "
                   INC-RUN-DATE " " INC-FINDING " " INC-STATUS " "
                   INC-OWNER-ID WS-RPT-DAYS
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "       " INC-DETAIL
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

       5300-WRITE-AGE-ROW.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RPT-SEVERITY TO WS-RPT-LINE(1:4)
           MOVE 18 TO WS-RPT-PTR
           PERFORM VARYING WS-AGE-BAND FROM 1 BY 1
                   UNTIL WS-AGE-BAND > 6
               MOVE WS-AGE-CELL(WS-AGE-ROW-IDX, WS-AGE-BAND) TO
                   WS-RPT-CELL
               STRING " " WS-RPT-CELL
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   WITH POINTER WS-RPT-PTR
           END-PERFORM
           PERFORM 7000-WRITE-REPORT-LINE.

       7000-WRITE-REPORT-LINE.
      *> every report line goes to the report file and the
      *> console - the operator sees it either way
           DISPLAY WS-RPT-LINE
           IF WS-RPT-FS = "00"
               MOVE WS-RPT-LINE TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
