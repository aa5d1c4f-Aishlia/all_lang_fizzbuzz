      *> runparm.cpy). Reads the list of step ids that ran, then
      *> concatenates each step's classification output and adds
      *> up each step's control totals into one balanced result.
      *> Works on one business date's generations: it merges
      *> classify-<step>-<YYYYMMDD>.out and
      *> ctltotals-<step>-<YYYYMMDD>.dat into
      *> classify-consolidated-<YYYYMMDD>.out and
      *> ctltotals-CONS-<YYYYMMDD>.dat, and catalogs both in
      *> data/gen-catalog.dat (see gencatrec.cpy).
      *> Arguments: [step-list] [business-date YYYYMMDD], with
      *> defaults data/steps.dat and the business date on
      *> data/bizdate.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-IN-FS.
           SELECT CLASSIFY-CONSOLIDATED
               ASSIGN DYNAMIC WS-CONS-CLS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-OUT-FS.
           SELECT AUDIT-IN ASSIGN DYNAMIC WS-AUD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-OUT-FS.
           SELECT CTLTOT-CONSOLIDATED
               ASSIGN DYNAMIC WS-CONS-TOT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOT-OUT-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT GEN-CATALOG ASSIGN TO "data/gen-catalog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD STEPS-FILE.
                   ==CONS-TOT-OVERRIDE-COUNT==
               ==TOT-CLS-REC-COUNT== BY
                   ==CONS-TOT-CLS-REC-COUNT==.
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD GEN-CATALOG.
           COPY GENCATREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-CLS-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-TOT-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-AUD-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-CONS-CLS-FILENAME         PIC X(60) VALUE SPACES.
       01 WS-CONS-TOT-FILENAME         PIC X(60) VALUE SPACES.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(60) VALUE SPACES.
       01 WS-ARG2                      PIC X(9) VALUE SPACES.

      *> ---- business date whose generations are merged ----------
       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-BUS-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.

       01 WS-STEPS-FS                  PIC XX.
       01 WS-TOT-FS                    PIC XX.
       01 WS-TOT-OUT-FS                PIC XX.
       01 WS-AUD-IN-FS                 PIC XX.
       01 WS-AUD-OUT-FS                PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-CAT-FS                    PIC XX.

       01 WS-STEP-ID                   PIC X(4) VALUE SPACES.
       01 WS-STEP-COUNT                PIC 9(3) VALUE ZERO.
           CLOSE CLASSIFY-CONSOLIDATED
           CLOSE AUDIT-CONSOLIDATED
           PERFORM 3000-WRITE-CONSOLIDATED-TOTALS
           PERFORM 4000-CATALOG-GENERATIONS
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
               MOVE "data/steps.dat" TO WS-STEPS-PATH
           ELSE
               MOVE WS-ARG1 TO WS-STEPS-PATH
           END-IF
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   WS-CURR-TIME(3:2) ":" WS-CURR-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           IF WS-ARG2 = SPACES
               MOVE WS-CURR-DATE TO WS-BUS-DATE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ARG2) = ZERO
                   COMPUTE WS-BUS-DATE = FUNCTION NUMVAL(WS-ARG2)
               ELSE
                   DISPLAY "FIZZBUZZ-CONSOLIDATE: BUSINESS DATE '"
                       WS-ARG2 "' IS NOT NUMERIC - USING "
                       WS-CURR-DATE
                   MOVE WS-CURR-DATE TO WS-BUS-DATE
               END-IF
           END-IF
           STRING "data/classify-consolidated-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".out" DELIMITED BY SIZE
               INTO WS-CONS-CLS-FILENAME
           STRING "data/ctltotals-CONS-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-CONS-TOT-FILENAME
           DISPLAY "FIZZBUZZ-CONSOLIDATE: MERGING GENERATIONS FOR "
               WS-BUS-DATE.

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
               DISPLAY "FIZZBUZZ-CONSOLIDATE: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       2000-MERGE-ONE-STEP.
           ADD 1 TO WS-STEP-COUNT
           MOVE SL-STEP-ID TO WS-STEP-ID
           MOVE SPACES TO WS-CLS-FILENAME
           STRING "data/classify-" DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".out" DELIMITED BY SIZE
               INTO WS-CLS-FILENAME
           MOVE SPACES TO WS-TOT-FILENAME
           STRING "data/ctltotals-" DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-TOT-FILENAME
           MOVE SPACES TO WS-AUD-FILENAME
           STRING "data/audit-" DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   ".log" DELIMITED BY SIZE
               " " WS-CONS-RULE-LABEL(WS-CONS-RULE-IDX)
               " HITS " WS-CONS-RULE-HITS(WS-CONS-RULE-IDX)
               " (" WS-CONS-RULE-PCT-DISPLAY " PCT OF RANGE)".

       4000-CATALOG-GENERATIONS.
      *> the consolidated classify and totals are generations of
      *> the business date like the step outputs they merge
           OPEN EXTEND GEN-CATALOG
           IF WS-CAT-FS = "35"
               OPEN OUTPUT GEN-CATALOG
           END-IF
           IF WS-CAT-FS NOT = "00"
               DISPLAY "FIZZBUZZ-CONSOLIDATE: UNABLE TO OPEN"
                   " data/gen-catalog.dat - STATUS " WS-CAT-FS
                   " - GENERATIONS NOT CATALOGED"
           ELSE
               MOVE WS-BUS-DATE TO GC-BUS-DATE
               MOVE "CONS" TO GC-STEP-ID
               MOVE "ONLINE" TO GC-STATUS
               MOVE "fizzbuzz-consolidate" TO GC-PROGRAM
               MOVE WS-TIMESTAMP TO GC-TIMESTAMP
               MOVE "CLASSIFY" TO GC-FILE-TYPE
               MOVE WS-CONS-REC-COUNT TO GC-REC-COUNT
               MOVE WS-CONS-CLS-FILENAME TO GC-FILE-NAME
               WRITE GEN-CATALOG-REC
               MOVE "CTLTOTAL" TO GC-FILE-TYPE
               MOVE 1 TO GC-REC-COUNT
               MOVE WS-CONS-TOT-FILENAME TO GC-FILE-NAME
               WRITE GEN-CATALOG-REC
               CLOSE GEN-CATALOG
           END-IF.
