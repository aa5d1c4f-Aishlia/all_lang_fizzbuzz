      *>     return code lets the job stream hold the merge.
      *> The check deliberately re-reads the files rather than
      *> trusting what PLAN wrote - it proves what is on disk,
      *> which is what the steps will actually run with.  Every
      *> problem CHECK finds is also opened on the incident
      *> register (data/incident-register.dat, see increc.cpy)
      *> under the business date - once per step and finding
      *> type, so rerunning the check after a fix opens nothing
      *> new.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
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
           COPY STEPSREC.
       FD RUNPARM-FILE.
           COPY RUNPARM.
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD INCIDENT-FILE.
           COPY INCREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.

       01 WS-STEPS-FS                  PIC XX.
       01 WS-PARM-FS                   PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-INC-FS                    PIC XX.

       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.

      *> ---- planning parameters -----------------------------------
       01 WS-FULL-START                PIC 9(9) VALUE ZERO.
       01 WS-GAP-END                   PIC 9(9) VALUE ZERO.
       01 WS-CHECK-ERRORS              PIC 9(4) VALUE ZERO.

      *> ---- incident register -------------------------------------
      *> the finding being opened - step, type and detail set by
      *> the caller of 8000-OPEN-INCIDENT
       01 WS-INC-STEP-ID               PIC X(4) VALUE SPACES.
       01 WS-INC-FINDING               PIC X(8) VALUE SPACES.
       01 WS-INC-DETAIL                PIC X(60) VALUE SPACES.
       01 WS-INC-READ-OK               PIC X(1) VALUE "N".
       01 WS-INC-LAST-ID               PIC 9(6) VALUE ZERO.
       01 WS-INC-FOUND-ID              PIC 9(6) VALUE ZERO.
       01 WS-INC-OPENED-COUNT          PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       fizzbuzz-partition-main SECTION.
       0000-MAINLINE.
               MOVE 08 TO WS-RETURN-CODE
           ELSE
               PERFORM 1100-TAKE-RANGE-ARGS
           END-IF
           IF WS-VALID-OK = "Y" AND WS-MODE = "CHECK"
               PERFORM 1050-READ-BUSINESS-DATE
               ACCEPT WS-CURR-TIME FROM TIME
               STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                       WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                       WS-CURR-TIME(3:2) ":" WS-CURR-TIME(5:2)
                   DELIMITED BY SIZE
                   INTO WS-TIMESTAMP
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
               DISPLAY "FIZZBUZZ-PARTITION: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       1100-TAKE-RANGE-ARGS.
               DISPLAY "FIZZBUZZ-PARTITION: *** COVERAGE CHECK"
                   " FAILED *** DO NOT MERGE - " WS-CHECK-ERRORS
                   " PROBLEM(S) LISTED ABOVE"
               IF WS-INC-OPENED-COUNT > ZERO
                   DISPLAY "FIZZBUZZ-PARTITION: " WS-INC-OPENED-COUNT
                       " NEW INCIDENT(S) ON"
                       " data/incident-register.dat"
               END-IF
           END-IF.

       3100-LOAD-STEP-RANGES.
               DISPLAY "FIZZBUZZ-PARTITION: UNABLE TO OPEN"
                   " data/steps.dat - STATUS " WS-STEPS-FS
               MOVE 16 TO WS-RETURN-CODE
               MOVE "ALL " TO WS-INC-STEP-ID
               MOVE "NOSTEPS" TO WS-INC-FINDING
               MOVE SPACES TO WS-INC-DETAIL
               STRING "STEP LIST data/steps.dat UNREADABLE - STATUS "
                       WS-STEPS-FS
                   DELIMITED BY SIZE
                   INTO WS-INC-DETAIL
               PERFORM 8000-OPEN-INCIDENT
           ELSE
               PERFORM UNTIL WS-STEPS-FS = "10"
                   READ STEPS-FILE
                   WS-PARM-PATH " MISSING OR UNREADABLE"
               ADD 1 TO WS-CHECK-ERRORS
               MOVE 08 TO WS-RETURN-CODE
               MOVE SPACES TO WS-INC-DETAIL
               STRING "STEP " WS-STEP-ID " PARM FILE MISSING OR"
                       " UNREADABLE - NOT CHECKED"
                   DELIMITED BY SIZE
                   INTO WS-INC-DETAIL
               MOVE WS-STEP-ID TO WS-INC-STEP-ID
               MOVE "PARTPARM" TO WS-INC-FINDING
               PERFORM 8000-OPEN-INCIDENT
           ELSE
               READ RUNPARM-FILE
               IF WS-PARM-FS NOT = "00"
                       WS-PARM-PATH " EMPTY"
                   ADD 1 TO WS-CHECK-ERRORS
                   MOVE 08 TO WS-RETURN-CODE
                   MOVE SPACES TO WS-INC-DETAIL
                   STRING "STEP " WS-STEP-ID " PARM FILE EMPTY -"
                           " RANGE NOT CHECKED"
                       DELIMITED BY SIZE
                       INTO WS-INC-DETAIL
                   MOVE WS-STEP-ID TO WS-INC-STEP-ID
                   MOVE "PARTPARM" TO WS-INC-FINDING
                   PERFORM 8000-OPEN-INCIDENT
               ELSE
                   PERFORM 3250-INSERT-RANGE-SORTED
               END-IF
                   WS-FULL-END
               ADD 1 TO WS-CHECK-ERRORS
               MOVE 08 TO WS-RETURN-CODE
               MOVE "ALL " TO WS-INC-STEP-ID
               MOVE "NOSTEPS" TO WS-INC-FINDING
               MOVE SPACES TO WS-INC-DETAIL
               STRING "NO STEPS LISTED - NOTHING COVERS "
                       WS-FULL-START " TO " WS-FULL-END
                   DELIMITED BY SIZE
                   INTO WS-INC-DETAIL
               PERFORM 8000-OPEN-INCIDENT
           ELSE
               MOVE WS-FULL-START TO WS-EXPECT-NEXT
               PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                       WS-EXPECT-NEXT " TO " WS-FULL-END
                   ADD 1 TO WS-CHECK-ERRORS
                   MOVE 08 TO WS-RETURN-CODE
                   MOVE "ALL " TO WS-INC-STEP-ID
                   MOVE "PARTGAP" TO WS-INC-FINDING
                   MOVE SPACES TO WS-INC-DETAIL
                   STRING "GAP - NOTHING COVERS " WS-EXPECT-NEXT
                           " TO " WS-FULL-END
                       DELIMITED BY SIZE
                       INTO WS-INC-DETAIL
                   PERFORM 8000-OPEN-INCIDENT
               END-IF
           END-IF.

                       " IS BACKWARDS"
                   ADD 1 TO WS-CHECK-ERRORS
                   MOVE 08 TO WS-RETURN-CODE
                   MOVE "PARTBACK" TO WS-INC-FINDING
                   MOVE SPACES TO WS-INC-DETAIL
                   STRING "STEP " WS-RANGE-STEP-ID(WS-RANGE-IDX)
                           " RANGE " WS-RANGE-START(WS-RANGE-IDX)
                           " TO " WS-RANGE-END(WS-RANGE-IDX)
                           " IS BACKWARDS"
                       DELIMITED BY SIZE
                       INTO WS-INC-DETAIL
                   PERFORM 3450-OPEN-RANGE-INCIDENT
               WHEN WS-RANGE-START(WS-RANGE-IDX) > WS-EXPECT-NEXT
                   COMPUTE WS-GAP-END =
                       WS-RANGE-START(WS-RANGE-IDX) - 1
                       WS-RANGE-STEP-ID(WS-RANGE-IDX)
                   ADD 1 TO WS-CHECK-ERRORS
                   MOVE 08 TO WS-RETURN-CODE
                   MOVE "PARTGAP" TO WS-INC-FINDING
                   MOVE SPACES TO WS-INC-DETAIL
                   STRING "GAP - NOTHING COVERS " WS-EXPECT-NEXT
                           " TO " WS-GAP-END
                       DELIMITED BY SIZE
                       INTO WS-INC-DETAIL
                   PERFORM 3450-OPEN-RANGE-INCIDENT
                   COMPUTE WS-EXPECT-NEXT =
                       WS-RANGE-END(WS-RANGE-IDX) + 1
               WHEN WS-RANGE-START(WS-RANGE-IDX) < WS-EXPECT-NEXT
                       WS-EXPECT-NEXT
                   ADD 1 TO WS-CHECK-ERRORS
                   MOVE 08 TO WS-RETURN-CODE
                   MOVE "PARTOVLP" TO WS-INC-FINDING
                   MOVE SPACES TO WS-INC-DETAIL
                   STRING "OVERLAP - STEP "
                           WS-RANGE-STEP-ID(WS-RANGE-IDX)
                           " STARTS AT "
                           WS-RANGE-START(WS-RANGE-IDX)
                           ", NEXT FREE " WS-EXPECT-NEXT
                       DELIMITED BY SIZE
                       INTO WS-INC-DETAIL
                   PERFORM 3450-OPEN-RANGE-INCIDENT
                   IF WS-RANGE-END(WS-RANGE-IDX) >=
                           WS-EXPECT-NEXT
                       COMPUTE WS-EXPECT-NEXT =
                   COMPUTE WS-EXPECT-NEXT =
                       WS-RANGE-END(WS-RANGE-IDX) + 1
           END-EVALUATE.

       3450-OPEN-RANGE-INCIDENT.
           MOVE WS-RANGE-STEP-ID(WS-RANGE-IDX) TO WS-INC-STEP-ID
           PERFORM 8000-OPEN-INCIDENT.

       8000-OPEN-INCIDENT.
      *> a finding already on the register for this step,
      *> business date and type is that incident - rechecking
      *> the same partition plan never opens a second one
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
                   DISPLAY "FIZZBUZZ-PARTITION: UNABLE TO OPEN"
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
           IF INC-STEP-ID = WS-INC-STEP-ID
                   AND INC-RUN-DATE = WS-CURR-DATE
                   AND INC-FINDING = WS-INC-FINDING
               MOVE INC-ID TO WS-INC-FOUND-ID
           END-IF.

       8200-APPEND-INCIDENT.
           OPEN EXTEND INCIDENT-FILE
           IF WS-INC-FS = "35"
               OPEN OUTPUT INCIDENT-FILE
           END-IF
           IF WS-INC-FS NOT = "00"
               DISPLAY "FIZZBUZZ-PARTITION: UNABLE TO OPEN"
                   " data/incident-register.dat - STATUS "
                   WS-INC-FS " - FINDING NOT REGISTERED"
           ELSE
               MOVE SPACES TO INCIDENT-REC
               COMPUTE INC-ID = WS-INC-LAST-ID + 1
               MOVE WS-INC-STEP-ID TO INC-STEP-ID
               MOVE WS-CURR-DATE TO INC-RUN-DATE
               MOVE WS-INC-FINDING TO INC-FINDING
               MOVE "RED" TO INC-SEVERITY
               MOVE "PARTITION" TO INC-SOURCE
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
