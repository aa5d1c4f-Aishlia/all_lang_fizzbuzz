      *> have run.  Per-record detail is capped the same way
      *> fizzbuzz-verify caps it, so a wholesale rule change
      *> reports a readable sample plus counts.
      *> Arguments: [prior-file] [new-file], defaulting to the
      *> previous and current business days' consolidated
      *> generations (data/classify-consolidated-<YYYYMMDD>.out
      *> for BD-PREV-DATE and BD-CURR-DATE on data/bizdate.dat) -
      *> every run's merge is kept as its own dated generation,
      *> so yesterday's output is still on disk to compare
      *> against.  Return code 04 when any
      *> difference was found, so the job stream can route the
      *> report for review.
       ENVIRONMENT DIVISION.
           SELECT NEW-FILE ASSIGN DYNAMIC WS-NEW-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PRIOR-FILE.
               ==CLS-SEQ-NO== BY ==NEW-SEQ-NO==
               ==CLS-CODE== BY ==NEW-CODE==
               ==CLS-LABEL== BY ==NEW-LABEL==.
       FD BUSDATE-FILE.
           COPY BIZDTREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.

       01 WS-PRIOR-FS                  PIC XX.
       01 WS-NEW-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.

      *> ---- business days whose generations are compared --------
       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-PREV-DATE                 PIC 9(8) VALUE ZERO.

       01 WS-PRIOR-EOF                 PIC X(1) VALUE "N".
       01 WS-NEW-EOF                   PIC X(1) VALUE "N".
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
           IF WS-ARG1 = SPACES OR WS-ARG2 = SPACES
               PERFORM 1050-READ-BUSINESS-DATE
           END-IF
           IF WS-ARG1 = SPACES
               STRING "data/classify-consolidated-" DELIMITED BY SIZE
                       WS-PREV-DATE DELIMITED BY SIZE
                       ".out" DELIMITED BY SIZE
                   INTO WS-PRIOR-PATH
           ELSE
               MOVE WS-ARG1 TO WS-PRIOR-PATH
           END-IF
           IF WS-ARG2 = SPACES
               STRING "data/classify-consolidated-" DELIMITED BY SIZE
                       WS-CURR-DATE DELIMITED BY SIZE
                       ".out" DELIMITED BY SIZE
                   INTO WS-NEW-PATH
           ELSE
               MOVE WS-ARG2 TO WS-NEW-PATH
           END-IF
           DISPLAY "FIZZBUZZ-COMPARE: PRIOR " WS-PRIOR-PATH
           DISPLAY "FIZZBUZZ-COMPARE: NEW   " WS-NEW-PATH.

       1050-READ-BUSINESS-DATE.
      *> the default pair is the previous and current business
      *> days on the control record rolled by fizzbuzz-eodroll
      *> (see copybooks/bizdtrec.cpy).  With no control record
      *> on file the machine date and the calendar day before it
      *> are used, loudly.
           MOVE ZERO TO WS-CURR-DATE
           MOVE ZERO TO WS-PREV-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BD-FS = "00"
               READ BUSDATE-FILE
               IF WS-BD-FS = "00" AND BD-CURR-DATE IS NUMERIC
                       AND BD-PREV-DATE IS NUMERIC
                   MOVE BD-CURR-DATE TO WS-CURR-DATE
                   MOVE BD-PREV-DATE TO WS-PREV-DATE
               END-IF
               CLOSE BUSDATE-FILE
           END-IF
           IF WS-CURR-DATE = ZERO
               ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
               COMPUTE WS-PREV-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) - 1)
               DISPLAY "FIZZBUZZ-COMPARE: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       2000-MATCH-ONE-PAIR.
