      *> Day-end exception digest - the one report the morning
      *> shift reads instead of hand cross-checking every run
      *> artifact.  For every step in the step list it sweeps the
      *> step's audit log, runparm file and the report date's
      *> checkpoint generation, and
      *> writes one severity-coded report (data/dayend.rpt, also
      *> echoed to the console) listing:
      *>   - steps with no audit record for the report date
      *>     step's parm end (incomplete range);
      *>   - steps whose AUD-RULE-VERSION disagrees with the
      *>     other steps' for the same date (mixed rule sets);
      *>   - the report date's extract generation on disk
      *>     without a READY stamp in
      *>     data/classify-extract-<YYYYMMDD>.rdy.
      *> Severity codes: RED (chase it now - return code 08),
      *> WARN (couldn't fully assess - return code 04 when
      *> nothing is red), INFO.  A clean sweep prints ALL CLEAN
      *> and returns zero.
      *> Every RED and WARN is also opened on the incident
      *> register (data/incident-register.dat, see increc.cpy) -
      *> once per step, report date and finding type, so a rerun
      *> of the digest opens nothing twice - and the digest says
      *> under each finding whether it is NEW or a REPEAT of the
      *> same finding on earlier report dates, and since when.
      *> Arguments: [report-date YYYYMMDD] [step-list], with
      *> defaults the business date on data/bizdate.dat and
      *> data/steps.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC WS-CKPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FS.
           SELECT READY-FILE ASSIGN DYNAMIC WS-RDY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RDY-FS.
           SELECT REPORT-FILE ASSIGN TO "data/dayend.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT INCIDENT-FILE
               ASSIGN TO "data/incident-register.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD STEPS-FILE.
       01 READY-REC                    PIC X(80).
       FD REPORT-FILE.
       01 REPORT-REC                   PIC X(80).
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD INCIDENT-FILE.
           COPY INCREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-PARM-PATH                 PIC X(60) VALUE SPACES.
       01 WS-AUD-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-CKPT-FILENAME             PIC X(60) VALUE SPACES.
       01 WS-EXT-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-RDY-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-STEP-ID                   PIC X(4) VALUE SPACES.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(9) VALUE SPACES.
       01 WS-EXT-FS                    PIC XX.
       01 WS-RDY-FS                    PIC XX.
       01 WS-RPT-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-INC-FS                    PIC XX.

       01 WS-REPORT-DATE               PIC 9(8) VALUE ZERO.
       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.

      *> ---- per-step audit sweep state ----------------------------
       01 WS-AUD-REC-DATE              PIC 9(8) VALUE ZERO.
      *> ---- report line build -------------------------------------
       01 WS-RPT-LINE                  PIC X(80) VALUE SPACES.

      *> ---- incident register -------------------------------------
      *> the finding being registered: step and type are set by
      *> the caller, severity and detail come off WS-RPT-LINE
       01 WS-INC-STEP-ID               PIC X(4) VALUE SPACES.
       01 WS-INC-FINDING               PIC X(8) VALUE SPACES.
       01 WS-INC-SEVERITY              PIC X(4) VALUE SPACES.
       01 WS-INC-DETAIL                PIC X(60) VALUE SPACES.
       01 WS-INC-READ-OK               PIC X(1) VALUE "N".
       01 WS-INC-LAST-ID               PIC 9(6) VALUE ZERO.
       01 WS-INC-FOUND-ID              PIC 9(6) VALUE ZERO.
       01 WS-INC-PRIOR-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-INC-FIRST-DATE            PIC 9(8) VALUE ZERO.
       01 WS-INC-NEW-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-INC-REPEAT-COUNT          PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       fizzbuzz-dayend-main SECTION.
       0000-MAINLINE.
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   WS-CURR-TIME(3:2) ":" WS-CURR-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           IF WS-ARG1 = SPACES
               MOVE WS-CURR-DATE TO WS-REPORT-DATE
           ELSE
                       FUNCTION NUMVAL(WS-ARG1)
               ELSE
                   DISPLAY "FIZZBUZZ-DAYEND: REPORT DATE '"
                       WS-ARG1 "' IS NOT NUMERIC - USING BUSINESS"
                       " DATE"
                   MOVE WS-CURR-DATE TO WS-REPORT-DATE
               END-IF
           END-IF
               MOVE WS-ARG2 TO WS-STEPS-PATH
           END-IF.

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
               DISPLAY "FIZZBUZZ-DAYEND: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       1500-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FS NOT = "00"
                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               ADD 1 TO WS-RED-COUNT
               MOVE "ALL " TO WS-INC-STEP-ID
               MOVE "NOSTEPS" TO WS-INC-FINDING
               PERFORM 8000-REGISTER-FINDING
           ELSE
               PERFORM UNTIL WS-STEPS-FS = "10"
                   READ STEPS-FILE
                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               ADD 1 TO WS-RED-COUNT
               MOVE WS-STEP-ID TO WS-INC-STEP-ID
               MOVE "NORUN" TO WS-INC-FINDING
               PERFORM 8000-REGISTER-FINDING
           END-IF
           IF WS-STEP-VERSION-KNOWN = "Y"
               IF WS-VER-COUNT < 1000
                       INTO WS-RPT-LINE
                   PERFORM 7000-WRITE-REPORT-LINE
                   ADD 1 TO WS-RED-COUNT
                   MOVE WS-STEP-ID TO WS-INC-STEP-ID
                   MOVE "RUNRC" TO WS-INC-FINDING
                   PERFORM 8000-REGISTER-FINDING
               END-IF
           END-IF.

                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               ADD 1 TO WS-WARN-COUNT
               MOVE WS-STEP-ID TO WS-INC-STEP-ID
               MOVE "NOPARM" TO WS-INC-FINDING
               PERFORM 8000-REGISTER-FINDING
           ELSE
               MOVE "N" TO WS-CKPT-SEEN
               MOVE SPACES TO WS-CKPT-FILENAME
               STRING "data/checkpoint-" DELIMITED BY SIZE
                       WS-STEP-ID DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-REPORT-DATE DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                   INTO WS-CKPT-FILENAME
               OPEN INPUT CHECKPOINT-FILE
                       INTO WS-RPT-LINE
                   PERFORM 7000-WRITE-REPORT-LINE
                   ADD 1 TO WS-RED-COUNT
                   MOVE WS-STEP-ID TO WS-INC-STEP-ID
                   MOVE "CKPTSHRT" TO WS-INC-FINDING
                   PERFORM 8000-REGISTER-FINDING
               END-IF
           END-IF.

                           INTO WS-RPT-LINE
                       PERFORM 7000-WRITE-REPORT-LINE
                       ADD 1 TO WS-RED-COUNT
                       MOVE WS-VER-STEP-ID(WS-VER-IDX) TO
                           WS-INC-STEP-ID
                       MOVE "RULEMIX" TO WS-INC-FINDING
                       PERFORM 8000-REGISTER-FINDING
                   END-IF
               END-PERFORM
           END-IF.
      *> either never balanced or never finished - it must not be
      *> sent.  No extract file at all just means no extract was
      *> scheduled.
           MOVE SPACES TO WS-EXT-FILENAME
           STRING "data/classify-extract-" DELIMITED BY SIZE
                   WS-REPORT-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-EXT-FILENAME
           MOVE SPACES TO WS-RDY-FILENAME
           STRING "data/classify-extract-" DELIMITED BY SIZE
                   WS-REPORT-DATE DELIMITED BY SIZE
                   ".rdy" DELIMITED BY SIZE
               INTO WS-RDY-FILENAME
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-FS = "00"
               CLOSE EXTRACT-FILE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "RED   EXTRACT ON DISK BUT NO"
                           DELIMITED BY SIZE
                           " READY STAMP FOR " DELIMITED BY SIZE
                           WS-REPORT-DATE DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM 7000-WRITE-REPORT-LINE
                   ADD 1 TO WS-RED-COUNT
                   MOVE "ALL " TO WS-INC-STEP-ID
                   MOVE "NOREADY" TO WS-INC-FINDING
                   PERFORM 8000-REGISTER-FINDING
               ELSE
                   READ READY-FILE
                   IF WS-RDY-FS NOT = "00"
                           INTO WS-RPT-LINE
                       PERFORM 7000-WRITE-REPORT-LINE
                       ADD 1 TO WS-RED-COUNT
                       MOVE "ALL " TO WS-INC-STEP-ID
                       MOVE "NOREADY" TO WS-INC-FINDING
                       PERFORM 8000-REGISTER-FINDING
                   END-IF
                   CLOSE READY-FILE
               END-IF
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-INC-NEW-COUNT DELIMITED BY SIZE
                       " NEW, " DELIMITED BY SIZE
                       WS-INC-REPEAT-COUNT DELIMITED BY SIZE
                       " REPEAT - OPEN INCIDENTS ARE WORKED WITH"
                       DELIMITED BY SIZE
                       " fizzbuzz-incident" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               IF WS-RED-COUNT > ZERO
                   MOVE 08 TO WS-RETURN-CODE
               ELSE
               MOVE WS-RPT-LINE TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       8000-REGISTER-FINDING.
      *> open the finding just reported on the incident register
      *> - WS-RPT-LINE still holds it, severity in the first
      *> four columns - and say under it whether it is new
           MOVE WS-RPT-LINE(1:4) TO WS-INC-SEVERITY
           MOVE WS-RPT-LINE(7:60) TO WS-INC-DETAIL
           PERFORM 8100-SCAN-INCIDENTS
           IF WS-INC-READ-OK = "Y" AND WS-INC-FOUND-ID = ZERO
               PERFORM 8200-APPEND-INCIDENT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-INC-FOUND-ID = ZERO
                   STRING "      INCIDENT NOT REGISTERED - SEE"
                           DELIMITED BY SIZE
                           " CONSOLE" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN WS-INC-PRIOR-COUNT = ZERO
                   STRING "      INCIDENT " DELIMITED BY SIZE
                           WS-INC-FOUND-ID DELIMITED BY SIZE
                           " NEW" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   ADD 1 TO WS-INC-NEW-COUNT
               WHEN OTHER
                   STRING "      INCIDENT " DELIMITED BY SIZE
                           WS-INC-FOUND-ID DELIMITED BY SIZE
                           " REPEAT - RAISED ON "
                           DELIMITED BY SIZE
                           WS-INC-PRIOR-COUNT DELIMITED BY SIZE
                           " EARLIER DATE(S) SINCE "
                           DELIMITED BY SIZE
                           WS-INC-FIRST-DATE DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   ADD 1 TO WS-INC-REPEAT-COUNT
           END-EVALUATE
           PERFORM 7000-WRITE-REPORT-LINE.

       8100-SCAN-INCIDENTS.
      *> one pass over the register: the highest id so far, the
      *> entry already open for this step, date and finding (a
      *> rerun of the digest must not open it twice), and how
      *> many earlier report dates raised the same finding for
      *> the same step - open or closed, it is the same problem
      *> coming back
           MOVE ZERO TO WS-INC-LAST-ID
           MOVE ZERO TO WS-INC-FOUND-ID
           MOVE ZERO TO WS-INC-PRIOR-COUNT
           MOVE ZERO TO WS-INC-FIRST-DATE
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
                               PERFORM 8150-TAKE-INCIDENT
                       END-READ
                   END-PERFORM
                   CLOSE INCIDENT-FILE
               WHEN "35"
      *> no register yet - the first finding creates it
                   MOVE "Y" TO WS-INC-READ-OK
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-DAYEND: UNABLE TO OPEN"
                       " data/incident-register.dat - STATUS "
                       WS-INC-FS " - FINDING NOT REGISTERED"
           END-EVALUATE.

       8150-TAKE-INCIDENT.
           IF INC-ID IS NUMERIC AND INC-ID > WS-INC-LAST-ID
               MOVE INC-ID TO WS-INC-LAST-ID
           END-IF
           IF INC-STEP-ID = WS-INC-STEP-ID
                   AND INC-FINDING = WS-INC-FINDING
               IF INC-RUN-DATE = WS-REPORT-DATE
                   MOVE INC-ID TO WS-INC-FOUND-ID
               END-IF
               IF INC-RUN-DATE < WS-REPORT-DATE
                   ADD 1 TO WS-INC-PRIOR-COUNT
                   IF WS-INC-FIRST-DATE = ZERO
                           OR INC-RUN-DATE < WS-INC-FIRST-DATE
                       MOVE INC-RUN-DATE TO WS-INC-FIRST-DATE
                   END-IF
               END-IF
           END-IF.

       8200-APPEND-INCIDENT.
           OPEN EXTEND INCIDENT-FILE
           IF WS-INC-FS = "35"
               OPEN OUTPUT INCIDENT-FILE
           END-IF
           IF WS-INC-FS NOT = "00"
               DISPLAY "FIZZBUZZ-DAYEND: UNABLE TO OPEN"
                   " data/incident-register.dat - STATUS "
                   WS-INC-FS " - FINDING NOT REGISTERED"
           ELSE
               MOVE SPACES TO INCIDENT-REC
               COMPUTE INC-ID = WS-INC-LAST-ID + 1
               MOVE WS-INC-STEP-ID TO INC-STEP-ID
               MOVE WS-REPORT-DATE TO INC-RUN-DATE
               MOVE WS-INC-FINDING TO INC-FINDING
               MOVE WS-INC-SEVERITY TO INC-SEVERITY
               MOVE "DAYEND" TO INC-SOURCE
               MOVE "OPEN" TO INC-STATUS
               MOVE WS-CURR-DATE TO INC-OPENED-DATE
               MOVE WS-TIMESTAMP TO INC-OPENED-TS
               MOVE ZERO TO INC-CLOSED-DATE
               MOVE WS-TIMESTAMP TO INC-UPDATED-TS
               MOVE WS-INC-DETAIL TO INC-DETAIL
               WRITE INCIDENT-REC
               CLOSE INCIDENT-FILE
               MOVE INC-ID TO WS-INC-FOUND-ID
           END-IF.
