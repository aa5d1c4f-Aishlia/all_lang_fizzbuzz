      *> warning for any step whose newest checkpoint is older
      *> than the stale threshold - so the operator can tell a
      *> step grinding through its range from one that has hung.
      *> The checkpoint read is the generation the step is
      *> writing: checkpoint-<step>-<YYYYMMDD>.dat under the
      *> step's parm as-of date, or the business date on
      *> data/bizdate.dat when the parm carries zero - exactly
      *> the date fizzbuzz keys its outputs by.  Elapsed and
      *> completion times stay on the machine clock.
      *> Arguments: [step-list] [stale-threshold-seconds], with
      *> defaults data/steps.dat and 600.
       ENVIRONMENT DIVISION.
           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC WS-CKPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
       DATA DIVISION.
       FILE SECTION.
       FD STEPS-FILE.
           COPY RUNPARM.
       FD CHECKPOINT-FILE.
           COPY CKPTREC.
       FD BUSDATE-FILE.
           COPY BIZDTREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-STEPS-FS                  PIC XX.
       01 WS-PARM-FS                   PIC XX.
       01 WS-CKPT-FS                   PIC XX.
       01 WS-BD-FS                     PIC XX.

      *> stale warning threshold - a step whose newest checkpoint
      *> is older than this many seconds is flagged as possibly
       01 WS-PARM-START                PIC 9(9) VALUE ZERO.
       01 WS-PARM-END                  PIC 9(9) VALUE ZERO.
       01 WS-PARM-OK                   PIC X(1) VALUE "N".
       01 WS-PARM-ASOF                 PIC 9(8) VALUE ZERO.
      *> business date the step's generation is keyed by when
      *> its parm as-of date is zero
       01 WS-BUS-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-GEN-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-RANGE-SIZE                PIC 9(9) VALUE ZERO.

      *> ---- last and next-to-last checkpoints read ----------------
           END-IF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURR-TIME FROM TIME
           PERFORM 1050-READ-BUSINESS-DATE
           COMPUTE WS-NOW-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) * 86400
               + FUNCTION NUMVAL(WS-CURR-TIME(1:2)) * 3600
               + FUNCTION NUMVAL(WS-CURR-TIME(3:2)) * 60
               + FUNCTION NUMVAL(WS-CURR-TIME(5:2)).

       1050-READ-BUSINESS-DATE.
      *> only to find the generation being written - with no
      *> control record the machine date is the business date
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
               MOVE WS-CURR-DATE TO WS-BUS-DATE
           END-IF.

       2000-MONITOR-ONE-STEP.
           MOVE SL-STEP-ID TO WS-STEP-ID
           PERFORM 2100-READ-STEP-PARM
               IF WS-PARM-FS = "00"
                   MOVE PARM-START-RANGE TO WS-PARM-START
                   MOVE PARM-END-RANGE TO WS-PARM-END
                   MOVE PARM-ASOF-DATE TO WS-PARM-ASOF
                   MOVE "Y" TO WS-PARM-OK
               END-IF
               CLOSE RUNPARM-FILE
      *> keep the last two checkpoint records - the newest gives
      *> position, the interval between the two gives the rate
           MOVE ZERO TO WS-CKPT-SEEN
           IF WS-PARM-ASOF IS NUMERIC AND WS-PARM-ASOF NOT = ZERO
               MOVE WS-PARM-ASOF TO WS-GEN-DATE
           ELSE
               MOVE WS-BUS-DATE TO WS-GEN-DATE
           END-IF
           MOVE SPACES TO WS-CKPT-FILENAME
           STRING "data/checkpoint-" DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-GEN-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-CKPT-FILENAME
           OPEN INPUT CHECKPOINT-FILE
