       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzbuzz-jobctl.
      *> Nightly job-stream driver.  Runs the chain of batch
      *> programs named in the job-definition file (see
      *> copybooks/jobdefrec.cpy) in step-sequence order -
      *> partition PLAN/CHECK, one fizzbuzz per partition step,
      *> the expected-frequency control, verify, correct when
      *> verify finds something, consolidate,
      *> compare, extract, clsload - and checks every step's
      *> return code against the threshold defined for that step
      *> instead of leaving the operator to judge each one.
      *> Every step that ends is appended to the job-state file
      *> (data/jobstate.dat, see copybooks/jobstrec.cpy).  When a
      *> step ends over its threshold the stream stops there
      *> (unless a recovery step follows it); the next run of
      *> this program sees no JOBEND record, skips every step
      *> already COMPLETE, RECOVERY or BYPASSED and picks up at
      *> the step that failed, not at the top of the stream.
      *> A restart only ever resumes the stream of the current
      *> business date (data/bizdate.dat): unfinished state left
      *> by an earlier date - fizzbuzz-eodroll FORCE rolled past
      *> it - is abandoned, logged, and the stream starts from
      *> the top for the new date.
      *> Arguments: [job-definition-file] [FRESH], defaulting to
      *> data/jobdef.dat.  FRESH discards the job state and runs
      *> the whole stream from the top even after a failure.
      *> Return codes: 00 stream complete and clean; 04 stream
      *> complete but a step ended non-zero within its threshold
      *> or a recovery step was needed; 08 job definition
      *> unusable; 12 stream stopped on a step's return code;
      *> 16 job definition or job state file I/O failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBDEF-FILE ASSIGN DYNAMIC WS-JOBDEF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FS.
           SELECT JOBSTATE-FILE ASSIGN TO "data/jobstate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FS.
           SELECT STEPS-FILE ASSIGN TO "data/steps.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STEPS-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
       DATA DIVISION.
       FILE SECTION.
       FD JOBDEF-FILE.
           COPY JOBDEFREC.
       FD JOBSTATE-FILE.
           COPY JOBSTREC.
       FD STEPS-FILE.
           COPY STEPSREC.
       FD BUSDATE-FILE.
           COPY BIZDTREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-VALID-OK                  PIC X(1) VALUE "Y".
       01 WS-JOBDEF-PATH               PIC X(60) VALUE SPACES.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(60) VALUE SPACES.
       01 WS-ARG2                      PIC X(5) VALUE SPACES.
       01 WS-FRESH-START               PIC X(1) VALUE "N".

       01 WS-DEF-FS                    PIC XX.
       01 WS-STATE-FS                  PIC XX.
       01 WS-STEPS-FS                  PIC XX.
       01 WS-BD-FS                     PIC XX.

      *> ---- the job definition, held in step-sequence order -------
       01 WS-DEF-TABLE.
           05 WS-DEF-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-DEF-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-DEF-IDX.
               10 WS-DEF-SEQ           PIC 9(3).
               10 WS-DEF-NAME          PIC X(12).
               10 WS-DEF-MAX-RC        PIC 9(3).
               10 WS-DEF-COND          PIC X(1).
               10 WS-DEF-SCOPE         PIC X(1).
               10 WS-DEF-COMMAND       PIC X(100).
       01 WS-PRIOR-SEQ                 PIC 9(3) VALUE ZERO.

      *> ---- restart state from the previous run's job state -------
      *> every step execution the previous, unfinished run got
      *> past (COMPLETE, RECOVERY or BYPASSED), keyed by step
      *> sequence and partition step id (spaces for job-scope
      *> steps)
       01 WS-DONE-TABLE.
           05 WS-DONE-COUNT            PIC 9(4) VALUE ZERO.
           05 WS-DONE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-DONE-IDX.
               10 WS-DONE-SEQ          PIC 9(3).
               10 WS-DONE-PART         PIC X(4).
               10 WS-DONE-STATUS       PIC X(8).
               10 WS-DONE-RC           PIC 9(3).
       01 WS-RESTART-RUN               PIC X(1) VALUE "N".
       01 WS-LAST-STATE-STATUS         PIC X(8) VALUE SPACES.
       01 WS-LAST-STATE-DATE           PIC X(8) VALUE SPACES.
       01 WS-ABANDONED-RUN             PIC X(1) VALUE "N".
       01 WS-STATE-RECS-READ           PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-DONE              PIC X(1) VALUE "N".
       01 WS-ALREADY-STATUS            PIC X(8) VALUE SPACES.
       01 WS-ALREADY-RC                PIC 9(3) VALUE ZERO.

      *> ---- stream progress ---------------------------------------
       01 WS-STREAM-STOPPED            PIC X(1) VALUE "N".
       01 WS-PREV-OVER                 PIC X(1) VALUE "N".
       01 WS-PREV-RAN                  PIC X(1) VALUE "N".
       01 WS-THIS-OVER                 PIC X(1) VALUE "N".
       01 WS-THIS-RAN                  PIC X(1) VALUE "N".
       01 WS-NEXT-COND                 PIC X(1) VALUE SPACE.
       01 WS-STEPS-RUN                 PIC 9(5) VALUE ZERO.
       01 WS-STEPS-SKIPPED             PIC 9(5) VALUE ZERO.
       01 WS-STEPS-BYPASSED            PIC 9(5) VALUE ZERO.
       01 WS-WARNING-SEEN              PIC X(1) VALUE "N".
       01 WS-FAILED-NAME               PIC X(12) VALUE SPACES.
       01 WS-FAILED-PART               PIC X(4) VALUE SPACES.

      *> ---- one step execution ------------------------------------
       01 WS-PART-STEP-ID              PIC X(4) VALUE SPACES.
       01 WS-CMD-LINE                  PIC X(200) VALUE SPACES.
       01 WS-CMD-BEFORE                PIC X(100) VALUE SPACES.
       01 WS-CMD-AFTER                 PIC X(100) VALUE SPACES.
       01 WS-CMD-BEFORE-LEN            PIC 9(3) VALUE ZERO.
       01 WS-TOKEN-COUNT               PIC 9(3) VALUE ZERO.
      *> the shell hands back the wait status - the exit code
      *> sits in the high-order byte of anything over 255
       01 WS-SYS-RC                    PIC S9(9) VALUE ZERO.
       01 WS-STEP-RC                   PIC 9(3) VALUE ZERO.
       01 WS-STEP-STATUS               PIC X(8) VALUE SPACES.

      *> the business date the stream runs under - state and
      *> timestamps otherwise stay on the machine clock
       01 WS-BUS-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       fizzbuzz-jobctl-main SECTION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-JOB-DEFINITION
           IF WS-VALID-OK = "N"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-RESOLVE-RESTART
           IF WS-VALID-OK = "N"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-RUN-STREAM
           PERFORM 6000-CLOSE-JOB
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
           IF WS-ARG1 = SPACES
               MOVE "data/jobdef.dat" TO WS-JOBDEF-PATH
           ELSE
               MOVE WS-ARG1 TO WS-JOBDEF-PATH
           END-IF
           IF WS-ARG2 = "FRESH"
               MOVE "Y" TO WS-FRESH-START
           END-IF
           PERFORM 1050-READ-BUSINESS-DATE.

       1050-READ-BUSINESS-DATE.
      *> the stream belongs to the business date on the control
      *> record rolled by fizzbuzz-eodroll (see
      *> copybooks/bizdtrec.cpy).  With no control record on
      *> file the machine date is used, loudly.
           MOVE ZERO TO WS-BUS-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BD-FS = "00"
               READ BUSDATE-FILE
               IF WS-BD-FS = "00" AND BD-CURR-DATE IS NUMERIC
                   MOVE BD-CURR-DATE TO WS-BUS-DATE
               END-IF
               CLOSE BUSDATE-FILE
           END-IF
           IF WS-BUS-DATE = ZERO
               ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
               DISPLAY "FIZZBUZZ-JOBCTL: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-BUS-DATE
           END-IF.

       1200-BUILD-TIMESTAMP.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   WS-CURR-TIME(3:2) ":" WS-CURR-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-TIMESTAMP.

       2000-LOAD-JOB-DEFINITION.
           OPEN INPUT JOBDEF-FILE
           IF WS-DEF-FS NOT = "00"
               DISPLAY "FIZZBUZZ-JOBCTL: UNABLE TO OPEN JOB"
                   " DEFINITION " WS-JOBDEF-PATH " - STATUS "
                   WS-DEF-FS
               MOVE "N" TO WS-VALID-OK
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL WS-DEF-FS = "10"
                       OR WS-VALID-OK = "N"
                   READ JOBDEF-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2100-TAKE-DEFINITION
                   END-READ
               END-PERFORM
               CLOSE JOBDEF-FILE
               IF WS-VALID-OK = "Y" AND WS-DEF-COUNT = ZERO
                   DISPLAY "FIZZBUZZ-JOBCTL: JOB DEFINITION "
                       WS-JOBDEF-PATH " HAS NO STEPS"
                   MOVE "N" TO WS-VALID-OK
                   MOVE 08 TO WS-RETURN-CODE
               END-IF
           END-IF.

       2100-TAKE-DEFINITION.
      *> the definition is run in file order, so it must already
      *> be in ascending step sequence - a step keyed out of
      *> order would otherwise run before the steps it depends on
           IF JD-STEP-SEQ NOT NUMERIC OR JD-MAX-RC NOT NUMERIC
               DISPLAY "FIZZBUZZ-JOBCTL: JOB DEFINITION RECORD "
                   JD-STEP-SEQ " " JD-STEP-NAME
                   " HAS A NON-NUMERIC SEQUENCE OR THRESHOLD"
               MOVE "N" TO WS-VALID-OK
               MOVE 08 TO WS-RETURN-CODE
           ELSE
               IF JD-STEP-SEQ NOT > WS-PRIOR-SEQ
                       OR JD-STEP-SEQ = 999
                   DISPLAY "FIZZBUZZ-JOBCTL: STEP SEQUENCE "
                       JD-STEP-SEQ " OUT OF ORDER OR RESERVED"
                   MOVE "N" TO WS-VALID-OK
                   MOVE 08 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-VALID-OK = "Y"
               EVALUATE TRUE
                   WHEN JD-RUN-COND NOT = SPACE
                           AND JD-RUN-COND NOT = "A"
                           AND JD-RUN-COND NOT = "F"
                           AND JD-RUN-COND NOT = "R"
                       DISPLAY "FIZZBUZZ-JOBCTL: STEP " JD-STEP-SEQ
                           " UNKNOWN RUN CONDITION '" JD-RUN-COND
                           "'"
                       MOVE "N" TO WS-VALID-OK
                       MOVE 08 TO WS-RETURN-CODE
                   WHEN JD-STEP-SCOPE NOT = SPACE
                           AND JD-STEP-SCOPE NOT = "J"
                           AND JD-STEP-SCOPE NOT = "P"
                       DISPLAY "FIZZBUZZ-JOBCTL: STEP " JD-STEP-SEQ
                           " UNKNOWN STEP SCOPE '" JD-STEP-SCOPE
                           "'"
                       MOVE "N" TO WS-VALID-OK
                       MOVE 08 TO WS-RETURN-CODE
                   WHEN JD-COMMAND = SPACES
                       DISPLAY "FIZZBUZZ-JOBCTL: STEP " JD-STEP-SEQ
                           " HAS NO COMMAND"
                       MOVE "N" TO WS-VALID-OK
                       MOVE 08 TO WS-RETURN-CODE
                   WHEN WS-DEF-COUNT >= 50
                       DISPLAY "FIZZBUZZ-JOBCTL: MORE THAN 50 STEPS"
                           " IN " WS-JOBDEF-PATH
                       MOVE "N" TO WS-VALID-OK
                       MOVE 08 TO WS-RETURN-CODE
                   WHEN OTHER
                       ADD 1 TO WS-DEF-COUNT
                       MOVE JD-STEP-SEQ TO WS-DEF-SEQ(WS-DEF-COUNT)
                       MOVE JD-STEP-NAME TO WS-DEF-NAME(WS-DEF-COUNT)
                       MOVE JD-MAX-RC TO WS-DEF-MAX-RC(WS-DEF-COUNT)
                       MOVE JD-RUN-COND TO WS-DEF-COND(WS-DEF-COUNT)
                       IF JD-RUN-COND = SPACE
                           MOVE "A" TO WS-DEF-COND(WS-DEF-COUNT)
                       END-IF
                       MOVE JD-STEP-SCOPE TO
                           WS-DEF-SCOPE(WS-DEF-COUNT)
                       IF JD-STEP-SCOPE = SPACE
                           MOVE "J" TO WS-DEF-SCOPE(WS-DEF-COUNT)
                       END-IF
                       MOVE JD-COMMAND TO
                           WS-DEF-COMMAND(WS-DEF-COUNT)
                       MOVE JD-STEP-SEQ TO WS-PRIOR-SEQ
               END-EVALUATE
           END-IF.

       3000-RESOLVE-RESTART.
      *> a job state with no closing JOBEND record belongs to a
      *> stream that stopped part-way - this run is its restart,
      *> provided it stopped under today's business date.  An
      *> unfinished stream of another date (or state written
      *> before records carried the date) is abandoned, not
      *> resumed - its COMPLETE steps did that date's work, not
      *> today's.  A finished stream (or FRESH) starts a new job
      *> state.
           MOVE "N" TO WS-RESTART-RUN
           MOVE "N" TO WS-ABANDONED-RUN
           MOVE ZERO TO WS-DONE-COUNT
           IF WS-FRESH-START = "N"
               OPEN INPUT JOBSTATE-FILE
               EVALUATE WS-STATE-FS
                   WHEN "00"
                       PERFORM UNTIL WS-STATE-FS = "10"
                           READ JOBSTATE-FILE
                               AT END
                                   CONTINUE
                               NOT AT END
                                   PERFORM 3100-TAKE-STATE-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE JOBSTATE-FILE
                       IF WS-STATE-RECS-READ > ZERO
                               AND WS-LAST-STATE-STATUS NOT =
                                   "JOBEND"
                           IF WS-LAST-STATE-DATE = WS-BUS-DATE
                               MOVE "Y" TO WS-RESTART-RUN
                           ELSE
                               MOVE "Y" TO WS-ABANDONED-RUN
                               DISPLAY "FIZZBUZZ-JOBCTL: UNFINISHED"
                                   " STREAM FOR BUSINESS DATE '"
                                   WS-LAST-STATE-DATE "' ABANDONED"
                                   " - BUSINESS DATE IS NOW "
                                   WS-BUS-DATE
                           END-IF
                       END-IF
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "FIZZBUZZ-JOBCTL: UNABLE TO READ"
                           " data/jobstate.dat - STATUS "
                           WS-STATE-FS
                       MOVE "N" TO WS-VALID-OK
                       MOVE 16 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF
           IF WS-VALID-OK = "Y"
               IF WS-RESTART-RUN = "Y"
                   DISPLAY "FIZZBUZZ-JOBCTL: RESTARTING UNFINISHED"
                       " STREAM - " WS-DONE-COUNT
                       " STEP EXECUTION(S) ALREADY DONE"
                   OPEN EXTEND JOBSTATE-FILE
               ELSE
                   MOVE ZERO TO WS-DONE-COUNT
                   DISPLAY "FIZZBUZZ-JOBCTL: STARTING NEW STREAM"
                       " FROM " WS-JOBDEF-PATH
                   OPEN OUTPUT JOBSTATE-FILE
               END-IF
               IF WS-STATE-FS NOT = "00"
                   DISPLAY "FIZZBUZZ-JOBCTL: UNABLE TO OPEN"
                       " data/jobstate.dat FOR WRITING - STATUS "
                       WS-STATE-FS
                   MOVE "N" TO WS-VALID-OK
                   MOVE 16 TO WS-RETURN-CODE
               ELSE
                   IF WS-ABANDONED-RUN = "Y"
                       PERFORM 3200-WRITE-ABANDON-RECORD
                   END-IF
               END-IF
           END-IF.

       3100-TAKE-STATE-RECORD.
      *> an ABANDON record only notes an earlier date's stream -
      *> it says nothing about how far this one got
           IF JS-STATUS NOT = "ABANDON"
               ADD 1 TO WS-STATE-RECS-READ
               MOVE JS-STATUS TO WS-LAST-STATE-STATUS
               MOVE JS-BUS-DATE TO WS-LAST-STATE-DATE
           END-IF
           IF JS-STATUS = "COMPLETE" OR JS-STATUS = "BYPASSED"
                   OR JS-STATUS = "RECOVERY"
               IF WS-DONE-COUNT < 2000
                   ADD 1 TO WS-DONE-COUNT
                   MOVE JS-STEP-SEQ TO WS-DONE-SEQ(WS-DONE-COUNT)
                   MOVE JS-PART-STEP-ID TO
                       WS-DONE-PART(WS-DONE-COUNT)
                   MOVE JS-STATUS TO WS-DONE-STATUS(WS-DONE-COUNT)
                   MOVE JS-RETURN-CODE TO WS-DONE-RC(WS-DONE-COUNT)
               END-IF
           END-IF.

       3200-WRITE-ABANDON-RECORD.
      *> the new job state opens with a note of the stream it
      *> replaced, so the next shift can see it was never
      *> finished
           PERFORM 1200-BUILD-TIMESTAMP
           MOVE SPACES TO JOB-STATE-REC
           MOVE ZERO TO JS-STEP-SEQ
           MOVE "PRIOR STREAM" TO JS-STEP-NAME
           MOVE "ABANDON" TO JS-STATUS
           MOVE ZERO TO JS-RETURN-CODE
           MOVE WS-TIMESTAMP TO JS-TIMESTAMP
           MOVE WS-LAST-STATE-DATE TO JS-BUS-DATE
           PERFORM 5100-PUT-STATE-RECORD.

       4000-RUN-STREAM.
           MOVE "N" TO WS-PREV-OVER
           MOVE "N" TO WS-PREV-RAN
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-COUNT
                   OR WS-STREAM-STOPPED = "Y"
               MOVE "N" TO WS-THIS-OVER
               MOVE "N" TO WS-THIS-RAN
               IF WS-DEF-IDX < WS-DEF-COUNT
                   MOVE WS-DEF-COND(WS-DEF-IDX + 1) TO WS-NEXT-COND
               ELSE
                   MOVE SPACE TO WS-NEXT-COND
               END-IF
               EVALUATE TRUE
                   WHEN WS-DEF-COND(WS-DEF-IDX) = "F"
                           AND WS-PREV-OVER = "N"
                       PERFORM 4800-BYPASS-STEP
                   WHEN WS-DEF-COND(WS-DEF-IDX) = "R"
                           AND WS-PREV-RAN = "N"
                       PERFORM 4800-BYPASS-STEP
                   WHEN WS-DEF-SCOPE(WS-DEF-IDX) = "P"
                       PERFORM 4200-RUN-PARTITIONED-STEP
                   WHEN OTHER
                       MOVE SPACES TO WS-PART-STEP-ID
                       PERFORM 4100-RUN-ONE-EXECUTION
               END-EVALUATE
               MOVE WS-THIS-OVER TO WS-PREV-OVER
               MOVE WS-THIS-RAN TO WS-PREV-RAN
           END-PERFORM.

       4100-RUN-ONE-EXECUTION.
      *> one execution of the current definition for the
      *> partition step in WS-PART-STEP-ID (spaces for a
      *> job-scope step) - skipped when a previous run of an
      *> unfinished stream already got past it
           PERFORM 4150-CHECK-ALREADY-DONE
           IF WS-ALREADY-DONE = "Y"
      *> a skipped step still steers the run conditions of the
      *> steps behind it exactly as it did in the stopped run
               ADD 1 TO WS-STEPS-SKIPPED
               MOVE "Y" TO WS-THIS-RAN
               IF WS-ALREADY-STATUS = "RECOVERY"
                   MOVE "Y" TO WS-THIS-OVER
               END-IF
               IF WS-ALREADY-RC > ZERO
                   MOVE "Y" TO WS-WARNING-SEEN
               END-IF
               DISPLAY "FIZZBUZZ-JOBCTL: STEP "
                   WS-DEF-SEQ(WS-DEF-IDX) " "
                   WS-DEF-NAME(WS-DEF-IDX) " " WS-PART-STEP-ID
                   " ALREADY COMPLETE - SKIPPED ON RESTART"
           ELSE
               PERFORM 4300-BUILD-COMMAND
               DISPLAY "FIZZBUZZ-JOBCTL: STEP "
                   WS-DEF-SEQ(WS-DEF-IDX) " "
                   WS-DEF-NAME(WS-DEF-IDX) " " WS-PART-STEP-ID
                   " STARTING - " FUNCTION TRIM(WS-CMD-LINE)
               CALL "SYSTEM" USING WS-CMD-LINE
               MOVE RETURN-CODE TO WS-SYS-RC
               IF WS-SYS-RC < ZERO
                   MOVE 999 TO WS-STEP-RC
               ELSE
                   IF WS-SYS-RC > 255
                       COMPUTE WS-SYS-RC = WS-SYS-RC / 256
                   END-IF
                   MOVE WS-SYS-RC TO WS-STEP-RC
               END-IF
               ADD 1 TO WS-STEPS-RUN
               MOVE "Y" TO WS-THIS-RAN
               PERFORM 4400-GATE-RETURN-CODE
           END-IF.

       4150-CHECK-ALREADY-DONE.
           MOVE "N" TO WS-ALREADY-DONE
           MOVE SPACES TO WS-ALREADY-STATUS
           MOVE ZERO TO WS-ALREADY-RC
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT
                   OR WS-ALREADY-DONE = "Y"
               IF WS-DONE-SEQ(WS-DONE-IDX) = WS-DEF-SEQ(WS-DEF-IDX)
                       AND WS-DONE-PART(WS-DONE-IDX) =
                           WS-PART-STEP-ID
                   MOVE "Y" TO WS-ALREADY-DONE
                   MOVE WS-DONE-STATUS(WS-DONE-IDX) TO
                       WS-ALREADY-STATUS
                   MOVE WS-DONE-RC(WS-DONE-IDX) TO WS-ALREADY-RC
               END-IF
           END-PERFORM.

       4200-RUN-PARTITIONED-STEP.
      *> the step list is read when the step is reached, not at
      *> start of job - PARTITION PLAN earlier in the same stream
      *> is what writes it
           OPEN INPUT STEPS-FILE
           IF WS-STEPS-FS NOT = "00"
               DISPLAY "FIZZBUZZ-JOBCTL: STEP "
                   WS-DEF-SEQ(WS-DEF-IDX) " "
                   WS-DEF-NAME(WS-DEF-IDX)
                   " UNABLE TO OPEN data/steps.dat - STATUS "
                   WS-STEPS-FS
               MOVE SPACES TO WS-PART-STEP-ID
               MOVE 999 TO WS-STEP-RC
               PERFORM 4400-GATE-RETURN-CODE
           ELSE
               PERFORM UNTIL WS-STEPS-FS = "10"
                       OR WS-STREAM-STOPPED = "Y"
                   READ STEPS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SL-STEP-ID TO WS-PART-STEP-ID
                           PERFORM 4100-RUN-ONE-EXECUTION
                   END-READ
               END-PERFORM
               CLOSE STEPS-FILE
           END-IF.

       4300-BUILD-COMMAND.
      *> "&STEP" in the command stands for the partition step id
      *> (e.g. fizzbuzz data/runparm-&STEP.dat)
           MOVE SPACES TO WS-CMD-LINE
           MOVE ZERO TO WS-TOKEN-COUNT
           IF WS-PART-STEP-ID NOT = SPACES
               INSPECT WS-DEF-COMMAND(WS-DEF-IDX)
                   TALLYING WS-TOKEN-COUNT FOR ALL "&STEP"
           END-IF
           IF WS-TOKEN-COUNT = ZERO
               MOVE WS-DEF-COMMAND(WS-DEF-IDX) TO WS-CMD-LINE
           ELSE
               MOVE SPACES TO WS-CMD-BEFORE
               MOVE SPACES TO WS-CMD-AFTER
               MOVE ZERO TO WS-CMD-BEFORE-LEN
               UNSTRING WS-DEF-COMMAND(WS-DEF-IDX)
                   DELIMITED BY "&STEP"
                   INTO WS-CMD-BEFORE COUNT IN WS-CMD-BEFORE-LEN
                        WS-CMD-AFTER
               END-UNSTRING
               IF WS-CMD-BEFORE-LEN = ZERO
                   STRING WS-PART-STEP-ID DELIMITED BY SIZE
                           WS-CMD-AFTER DELIMITED BY SIZE
                       INTO WS-CMD-LINE
               ELSE
                   STRING WS-CMD-BEFORE(1:WS-CMD-BEFORE-LEN)
                               DELIMITED BY SIZE
                           WS-PART-STEP-ID DELIMITED BY SIZE
                           WS-CMD-AFTER DELIMITED BY SIZE
                       INTO WS-CMD-LINE
               END-IF
           END-IF.

       4400-GATE-RETURN-CODE.
      *> a step over its threshold stops the stream - unless the
      *> very next step is its recovery step (run condition 'F'),
      *> which then runs in its place
           IF WS-STEP-RC > WS-DEF-MAX-RC(WS-DEF-IDX)
               MOVE "Y" TO WS-THIS-OVER
               IF WS-NEXT-COND = "F"
                   MOVE "RECOVERY" TO WS-STEP-STATUS
                   DISPLAY "FIZZBUZZ-JOBCTL: STEP "
                       WS-DEF-SEQ(WS-DEF-IDX) " "
                       WS-DEF-NAME(WS-DEF-IDX) " " WS-PART-STEP-ID
                       " ENDED RC " WS-STEP-RC " OVER THRESHOLD "
                       WS-DEF-MAX-RC(WS-DEF-IDX)
                       " - RECOVERY STEP FOLLOWS"
                   MOVE "Y" TO WS-WARNING-SEEN
               ELSE
                   DISPLAY "FIZZBUZZ-JOBCTL: STEP "
                       WS-DEF-SEQ(WS-DEF-IDX) " "
                       WS-DEF-NAME(WS-DEF-IDX) " " WS-PART-STEP-ID
                       " ENDED RC " WS-STEP-RC " OVER THRESHOLD "
                       WS-DEF-MAX-RC(WS-DEF-IDX)
                       " - STREAM STOPPED"
                   MOVE "FAILED" TO WS-STEP-STATUS
                   MOVE "Y" TO WS-STREAM-STOPPED
                   MOVE WS-DEF-NAME(WS-DEF-IDX) TO WS-FAILED-NAME
                   MOVE WS-PART-STEP-ID TO WS-FAILED-PART
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE "COMPLETE" TO WS-STEP-STATUS
               IF WS-STEP-RC > ZERO
                   MOVE "Y" TO WS-WARNING-SEEN
               END-IF
               DISPLAY "FIZZBUZZ-JOBCTL: STEP "
                   WS-DEF-SEQ(WS-DEF-IDX) " "
                   WS-DEF-NAME(WS-DEF-IDX) " " WS-PART-STEP-ID
                   " ENDED RC " WS-STEP-RC " - COMPLETE"
           END-IF
           PERFORM 5000-WRITE-STATE-RECORD.

       4800-BYPASS-STEP.
      *> run condition not met - recorded so a restart does not
      *> mistake it for a step still to do
           ADD 1 TO WS-STEPS-BYPASSED
           MOVE SPACES TO WS-PART-STEP-ID
           MOVE ZERO TO WS-STEP-RC
           MOVE "BYPASSED" TO WS-STEP-STATUS
           DISPLAY "FIZZBUZZ-JOBCTL: STEP " WS-DEF-SEQ(WS-DEF-IDX)
               " " WS-DEF-NAME(WS-DEF-IDX)
               " BYPASSED - RUN CONDITION " WS-DEF-COND(WS-DEF-IDX)
               " NOT MET"
           PERFORM 4150-CHECK-ALREADY-DONE
           IF WS-ALREADY-DONE = "N"
               PERFORM 5000-WRITE-STATE-RECORD
           END-IF.

       5000-WRITE-STATE-RECORD.
           PERFORM 1200-BUILD-TIMESTAMP
           MOVE SPACES TO JOB-STATE-REC
           MOVE WS-DEF-SEQ(WS-DEF-IDX) TO JS-STEP-SEQ
           MOVE WS-DEF-NAME(WS-DEF-IDX) TO JS-STEP-NAME
           MOVE WS-PART-STEP-ID TO JS-PART-STEP-ID
           MOVE WS-STEP-STATUS TO JS-STATUS
           MOVE WS-STEP-RC TO JS-RETURN-CODE
           MOVE WS-TIMESTAMP TO JS-TIMESTAMP
           MOVE WS-BUS-DATE TO JS-BUS-DATE
           PERFORM 5100-PUT-STATE-RECORD.

       5100-PUT-STATE-RECORD.
           WRITE JOB-STATE-REC
           IF WS-STATE-FS NOT = "00"
               DISPLAY "FIZZBUZZ-JOBCTL: WRITE TO data/jobstate.dat"
                   " FAILED - STATUS " WS-STATE-FS
                   " - A RESTART MAY RERUN COMPLETED STEPS"
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

       6000-CLOSE-JOB.
           IF WS-STREAM-STOPPED = "N"
               PERFORM 1200-BUILD-TIMESTAMP
               MOVE SPACES TO JOB-STATE-REC
               MOVE 999 TO JS-STEP-SEQ
               MOVE "JOB" TO JS-STEP-NAME
               MOVE "JOBEND" TO JS-STATUS
               MOVE ZERO TO JS-RETURN-CODE
               MOVE WS-TIMESTAMP TO JS-TIMESTAMP
               MOVE WS-BUS-DATE TO JS-BUS-DATE
               PERFORM 5100-PUT-STATE-RECORD
               IF WS-WARNING-SEEN = "Y" AND WS-RETURN-CODE < 04
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
               DISPLAY "FIZZBUZZ-JOBCTL: STREAM COMPLETE - "
                   WS-STEPS-RUN " RUN, " WS-STEPS-SKIPPED
                   " SKIPPED ON RESTART, " WS-STEPS-BYPASSED
                   " BYPASSED"
           ELSE
               DISPLAY "FIZZBUZZ-JOBCTL: STREAM STOPPED AT "
                   WS-FAILED-NAME " " WS-FAILED-PART
                   " - FIX THE CAUSE AND RERUN fizzbuzz-jobctl TO"
                   " RESTART FROM THAT STEP"
           END-IF
           CLOSE JOBSTATE-FILE.
