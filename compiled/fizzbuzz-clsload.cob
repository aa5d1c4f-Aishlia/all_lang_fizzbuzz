      *> the help desk stops digging files out of the housekeep
      *> archive.
      *> Arguments: [classify-file] [run-date YYYYMMDD]
      *> [keep-runs], defaulting to the run date's consolidated
      *> generation (data/classify-consolidated-<YYYYMMDD>.out),
      *> the business date on data/bizdate.dat and 5 runs kept.
      *> The run date should be the date the classify run
      *> actually produced the file (tonight's load of tonight's
      *> output is simply the default).
           SELECT RUN-REGISTRY ASSIGN TO "data/run-registry.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CLASSIFY-IN.
           COPY CLSMSTREC.
       FD RUN-REGISTRY.
           COPY RUNREGREC.
       FD BUSDATE-FILE.
           COPY BIZDTREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-CLS-IN-FS                 PIC XX.
       01 WS-MST-FS                    PIC XX.
       01 WS-REG-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.

       01 WS-RUN-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
           MOVE 3 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG2)
               ELSE
                   DISPLAY "FIZZBUZZ-CLSLOAD: RUN DATE '" WS-ARG2
                       "' IS NOT NUMERIC - USING BUSINESS DATE"
                   MOVE WS-CURR-DATE TO WS-RUN-DATE
               END-IF
           END-IF
           IF WS-ARG1 = SPACES
               STRING "data/classify-consolidated-" DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ".out" DELIMITED BY SIZE
                   INTO WS-CLS-PATH
           ELSE
               MOVE WS-ARG1 TO WS-CLS-PATH
           END-IF
           IF WS-ARG3 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG3) = ZERO
                   COMPUTE WS-KEEP-RUNS = FUNCTION NUMVAL(WS-ARG3)
               MOVE 05 TO WS-KEEP-RUNS
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
               DISPLAY "FIZZBUZZ-CLSLOAD: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       1500-READ-REGISTRY.
      *> a missing registry just means no runs are on line yet
      *> (first load, or a master built before the master was
