       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzbuzz-freqctl.
      *> Expected-frequency control on each step's rule hit
      *> counts, run between the classify steps and
      *> fizzbuzz-consolidate.  The rules are arithmetic, so how
      *> often each one must fire over a step's range is known
      *> without reading a single classify record:
      *>   'D' - one hit per multiple of the divisor in the range;
      *>   'B' - the overlap of its bounds with the range;
      *>   'E' - one hit per number in the range congruent to
      *>         the ending over 10 ** digit-count;
      *>   'C' - the range size less the numbers that do not
      *>         contain the digit, counted digit position by
      *>         digit position.
      *> Numbers carrying an in-force override never reach the
      *> rule loop in fizzbuzz, so each overridden number in the
      *> range (data/overrides.idx, read by key over the range
      *> only) is taken back off the rules it would have hit.
      *> Rule precedence (RULE-PRIORITY / RULE-COMBINE, see
      *> rulerec.cpy) is honoured: the range is cut into segments
      *> at the bounds of every exclusive 'B' rule, a segment
      *> inside one goes wholly to the highest-precedence band
      *> covering it, and the other rules are counted over the
      *> segments no band owns.  Where the split is not
      *> arithmetic - a fallback rule alongside append rules, or
      *> any exclusive rule other than a band - the figure is an
      *> upper bound and the rule is checked as AT MOST.
      *> The expected figures are worked out under the rule
      *> generation the step actually ran with (TOT-RULE-VERSION
      *> in its dated control totals, filtered by the
      *> generation's as-of date, exactly as fizzbuzz-verify
      *> pins it) and reconciled against the step's
      *> ctltotals-<step>-<YYYYMMDD>.dat:
      *>   - every rule's TOT-RULE-HITS against its expected
      *>     count;
      *>   - the grand total against the range size (a step that
      *>     silently skipped part of its range);
      *>   - plain + match + multi + override against the grand
      *>     total;
      *>   - the override count against the overrides in force;
      *>   - the single/multi split against the bounds the rule
      *>     counts allow (a number hitting k rules adds k to the
      *>     rule counts, so match + 2 x multi cannot exceed the
      *>     expected hits, match + rules x multi cannot fall
      *>     short of them, and match + multi cannot be below any
      *>     one rule's expected count).
      *> Findings go to data/freqctl-<YYYYMMDD>.rpt (echoed to the
      *> console), cataloged in data/gen-catalog.dat.
      *> Return code: 00 clean, 04 warnings only (old-format
      *> totals, no pinned version, override master unreadable),
      *> 08 a count differs from expectation - the stream must
      *> not consolidate, 16 a step could not be checked at all.
      *> Arguments: [step-list] [business-date YYYYMMDD], with
      *> defaults data/steps.dat and the business date on
      *> data/bizdate.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPS-FILE ASSIGN DYNAMIC WS-STEPS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STEPS-FS.
           SELECT CTLTOT-IN ASSIGN DYNAMIC WS-TOT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOT-FS.
           SELECT RULES-FILE ASSIGN TO "data/rules.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FS.
           SELECT RULES-GEN-PTR ASSIGN TO "data/rulesgen.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RGP-FS.
           SELECT RULES-GEN-FILE ASSIGN DYNAMIC WS-GEN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-FS.
           SELECT OVERRIDE-FILE ASSIGN TO "data/overrides.idx"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OVR-KEY
               FILE STATUS IS WS-OVR-FS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT GEN-CATALOG ASSIGN TO "data/gen-catalog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD STEPS-FILE.
           COPY STEPSREC.
       FD CTLTOT-IN.
           COPY CTLTOTREC.
       FD RULES-FILE.
           COPY RULEREC.
       FD RULES-GEN-PTR.
           COPY RULEGENPTR.
       FD RULES-GEN-FILE.
           COPY RULEGENREC.
       FD OVERRIDE-FILE.
           COPY OVRDREC.
       FD REPORT-FILE.
       01 REPORT-REC                   PIC X(80).
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD GEN-CATALOG.
           COPY GENCATREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-STEPS-PATH                PIC X(60) VALUE SPACES.
       01 WS-TOT-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-RPT-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-STEP-ID                   PIC X(4) VALUE SPACES.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(60) VALUE SPACES.
       01 WS-ARG2                      PIC X(9) VALUE SPACES.

       01 WS-STEPS-FS                  PIC XX.
       01 WS-TOT-FS                    PIC XX.
       01 WS-RULES-FS                  PIC XX.
       01 WS-RGP-FS                    PIC XX.
       01 WS-GEN-FS                    PIC XX.
       01 WS-OVR-FS                    PIC XX.
       01 WS-RPT-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-CAT-FS                    PIC XX.

      *> business date of the generations under control - the
      *> as-of date the steps classified under
       01 WS-BUS-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-ASOF-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.

      *> ---- rules-master generation resolution --------------------
      *> same pinned-generation load as 2200-LOAD-RULES in
      *> fizzbuzz-verify: the version in the step's totals, else
      *> the newest complete generation
       01 WS-TRY-VERSION               PIC 9(4) VALUE ZERO.
       01 WS-GEN-FOUND                 PIC X(1) VALUE "N".
       01 WS-GEN-HDR-SEEN              PIC X(1) VALUE "N".
       01 WS-GEN-TRL-SEEN              PIC X(1) VALUE "N".
       01 WS-GEN-HDR-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-GEN-TRL-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-GEN-DETAIL-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-GEN-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-VERSION-DIGITS            PIC 9(4) VALUE ZERO.
       01 WS-PINNED-VERSION            PIC 9(4) VALUE ZERO.
       01 WS-PIN-KNOWN                 PIC X(1) VALUE "N".
       01 WS-LOADED-VERSION            PIC 9(4) VALUE ZERO.
       01 WS-RULES-LOADED              PIC X(1) VALUE "N".

      *> rules in force for the step, mirroring 2000-LOAD-RULES in
      *> fizzbuzz, with the expected count worked out for each
       01 WS-RULE-TABLE.
           05 WS-RULE-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-RULE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RULE-IDX.
               10 WS-RULE-DIVISOR      PIC 9(4).
               10 WS-RULE-LABEL        PIC X(10).
               10 WS-RULE-TYPE         PIC X(1).
               10 WS-RULE-OPRND-1      PIC 9(9).
               10 WS-RULE-OPRND-2      PIC 9(9).
               10 WS-RULE-PRIORITY     PIC 9(3).
               10 WS-RULE-COMBINE      PIC X(1).
               10 WS-RULE-MATCH        PIC X(1).
               10 WS-RULE-EXPECTED     PIC 9(10).
               10 WS-RULE-SUPPRESSED   PIC 9(10).
               10 WS-RULE-EXACT        PIC X(1).
               10 WS-RULE-ACTUAL       PIC 9(9).
      *> one WS-RULE-ENTRY, held while an entry moves up the table
       01 WS-RULE-HOLD                 PIC X(68).
       01 WS-RULE-SLOT                 PIC 9(3) VALUE ZERO.
      *> combine-mode resolution for one number, as
      *> 5130-CLASSIFY-BY-RULES in fizzbuzz
       01 WS-EXCL-IDX                  PIC 9(3) VALUE ZERO.
       01 WS-APPEND-CNT                PIC 9(3) VALUE ZERO.
       01 WS-FALLBACK-CNT              PIC 9(3) VALUE ZERO.
       01 WS-FIRE-MODE                 PIC X(1) VALUE SPACE.
      *> what the rule set holds, for deciding which figures are
      *> exact (see 3000-COMPUTE-EXPECTED)
       01 WS-HAS-APPEND                PIC X(1) VALUE "N".
       01 WS-HAS-OTHER-EXCL            PIC X(1) VALUE "N".

      *> ---- the step's own range and totals -------------------------
       01 WS-STEP-START                PIC 9(9) VALUE ZERO.
       01 WS-STEP-END                  PIC 9(9) VALUE ZERO.
       01 WS-RANGE-SIZE                PIC 9(10) VALUE ZERO.
       01 WS-ACT-OVERRIDES             PIC 9(9) VALUE ZERO.
       01 WS-TOT-ENTRIES               PIC 9(3) VALUE ZERO.
       01 WS-TOT-IDX                   PIC 9(3) VALUE ZERO.
       01 WS-TOT-FOUND                 PIC 9(3) VALUE ZERO.
       01 WS-TOT-USED-TABLE.
           05 WS-TOT-USED              PIC X(1) OCCURS 20 TIMES.

      *> ---- range segments (see 3050-BUILD-SEGMENTS) ---------------
      *> ascending segment start points; the last one is one past
      *> the range end, so segment n is WS-BND(n) .. WS-BND(n+1)-1
       01 WS-BND-TABLE.
           05 WS-BND-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-BND OCCURS 42 TIMES   PIC 9(10).
       01 WS-BND-IDX                   PIC 9(3) VALUE ZERO.
       01 WS-BND-AT                    PIC 9(3) VALUE ZERO.
       01 WS-BND-NEW                   PIC 9(10) VALUE ZERO.
       01 WS-SEG-LOW                   PIC 9(10) VALUE ZERO.
       01 WS-SEG-HIGH                  PIC 9(10) VALUE ZERO.
       01 WS-SEG-SIZE                  PIC 9(10) VALUE ZERO.
       01 WS-SEG-OWNER                 PIC 9(3) VALUE ZERO.

      *> ---- counting work fields (see 3100/3200/3300) -------------
      *> residue count: numbers in WS-CNT-LOW..WS-CNT-HIGH leaving
      *> remainder WS-CNT-RESIDUE on division by WS-CNT-MODULUS
       01 WS-CNT-LOW                   PIC 9(10) VALUE ZERO.
       01 WS-CNT-HIGH                  PIC 9(10) VALUE ZERO.
       01 WS-CNT-MODULUS               PIC 9(10) VALUE ZERO.
       01 WS-CNT-RESIDUE               PIC 9(10) VALUE ZERO.
       01 WS-CNT-UPTO-HIGH             PIC 9(10) VALUE ZERO.
       01 WS-CNT-BELOW-LOW             PIC 9(10) VALUE ZERO.
       01 WS-CNT-RESULT                PIC 9(10) VALUE ZERO.
      *> digit count: numbers 0..WS-DG-LIMIT whose decimal text
      *> does not contain WS-DG-DIGIT
       01 WS-DG-DIGIT                  PIC 9(1) VALUE ZERO.
       01 WS-DG-LIMIT                  PIC 9(9) VALUE ZERO.
       01 WS-DG-LIMIT-DIGITS REDEFINES WS-DG-LIMIT.
           05 WS-DG-POS-DIGIT          PIC 9(1) OCCURS 9 TIMES.
       01 WS-DG-POS                    PIC 9(2) VALUE ZERO.
       01 WS-DG-FIRST-POS              PIC 9(2) VALUE ZERO.
       01 WS-DG-LENGTH                 PIC 9(2) VALUE ZERO.
       01 WS-DG-SHORTER                PIC 9(2) VALUE ZERO.
       01 WS-DG-BELOW                  PIC 9(1) VALUE ZERO.
       01 WS-DG-STOPPED                PIC X(1) VALUE "N".
       01 WS-DG-RESULT                 PIC 9(10) VALUE ZERO.
       01 WS-DG-UPTO-HIGH              PIC 9(10) VALUE ZERO.
       01 WS-DG-BELOW-LOW              PIC 9(10) VALUE ZERO.

      *> ---- overrides in force over the range -------------------
       01 WS-OVR-OPEN                  PIC X(1) VALUE "N".
       01 WS-OVR-UNREADABLE            PIC X(1) VALUE "N".
       01 WS-OVR-EOF                   PIC X(1) VALUE "N".
       01 WS-OVR-SEQ                   PIC 9(9) VALUE ZERO.
       01 WS-OVR-IN-FORCE              PIC X(1) VALUE "N".
       01 WS-EXP-OVERRIDES             PIC 9(10) VALUE ZERO.

      *> rule-test work fields, mirroring 5150-TEST-ONE-RULE in
      *> fizzbuzz over WS-OVR-SEQ
       01 WS-RULE-MATCHED              PIC X(1) VALUE "N".
       01 WS-DIGIT-WORK                PIC 9(1) VALUE ZERO.
       01 WS-DIGIT-TALLY               PIC 9(3) VALUE ZERO.
       01 WS-NUM-DISPLAY               PIC Z(8)9.
       01 WS-NUM-TEXT                  PIC X(9) VALUE SPACES.
       01 WS-END-MODULUS               PIC 9(10) VALUE ZERO.

      *> ---- split-bound work fields -----------------------------
       01 WS-EXP-HITS                  PIC 9(11) VALUE ZERO.
       01 WS-MAX-EXPECTED              PIC 9(10) VALUE ZERO.
       01 WS-HIT-NUMBERS               PIC 9(10) VALUE ZERO.
       01 WS-SPLIT-LOW                 PIC 9(11) VALUE ZERO.
       01 WS-SPLIT-HIGH                PIC 9(12) VALUE ZERO.
       01 WS-SPLIT-SUM                 PIC 9(11) VALUE ZERO.

      *> ---- per-step and run-wide findings ------------------------
       01 WS-STEP-DIFFS                PIC 9(4) VALUE ZERO.
       01 WS-STEP-WARNS                PIC 9(4) VALUE ZERO.
       01 WS-STEPS-CHECKED             PIC 9(4) VALUE ZERO.
       01 WS-STEPS-FAILED              PIC 9(4) VALUE ZERO.
       01 WS-STEPS-UNCHECKED           PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-DIFFS               PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-WARNS               PIC 9(5) VALUE ZERO.
       01 WS-NEW-RC                    PIC 9(3) VALUE ZERO.

      *> ---- report line build -------------------------------------
       01 WS-RPT-LINE                  PIC X(80) VALUE SPACES.
       01 WS-RPT-LINES-WRITTEN         PIC 9(9) VALUE ZERO.
       01 WS-EXPECT-DISPLAY            PIC Z(9)9.
       01 WS-ACTUAL-DISPLAY            PIC Z(9)9.
       01 WS-DIFF                      PIC S9(10) VALUE ZERO.
       01 WS-DIFF-DISPLAY              PIC +(10)9.
       01 WS-VERDICT                   PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       fizzbuzz-freqctl-main SECTION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-OPEN-REPORT
           PERFORM 1600-OPEN-OVERRIDES
           OPEN INPUT STEPS-FILE
           IF WS-STEPS-FS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "UNABLE TO OPEN STEP LIST " DELIMITED BY SIZE
                       WS-STEPS-PATH DELIMITED BY SPACE
                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               MOVE 16 TO WS-NEW-RC
               PERFORM 7100-RAISE-RETURN-CODE
           ELSE
               PERFORM UNTIL WS-STEPS-FS = "10"
                   READ STEPS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2000-CHECK-ONE-STEP
                   END-READ
               END-PERFORM
               CLOSE STEPS-FILE
           END-IF
           IF WS-OVR-OPEN = "Y"
               CLOSE OVERRIDE-FILE
           END-IF
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 6500-CATALOG-REPORT
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
                   DISPLAY "FIZZBUZZ-FREQCTL: BUSINESS DATE '"
                       WS-ARG2 "' IS NOT NUMERIC - USING "
                       WS-CURR-DATE
                   MOVE WS-CURR-DATE TO WS-BUS-DATE
               END-IF
           END-IF
           MOVE WS-BUS-DATE TO WS-ASOF-DATE
           STRING "data/freqctl-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME.

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
               DISPLAY "FIZZBUZZ-FREQCTL: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       1500-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FS NOT = "00"
               DISPLAY "FIZZBUZZ-FREQCTL: UNABLE TO OPEN "
                   WS-RPT-FILENAME " - STATUS " WS-RPT-FS
                   " - REPORTING TO CONSOLE ONLY"
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "FIZZBUZZ EXPECTED-FREQUENCY CONTROL FOR "
                   DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   "   RUN " DELIMITED BY SIZE
                   WS-TIMESTAMP DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

       1600-OPEN-OVERRIDES.
      *> file status 35 (no master on file) just means no
      *> overrides are in force; any other failure leaves the
      *> expected figures assuming none, which is a warning
           OPEN INPUT OVERRIDE-FILE
           EVALUATE WS-OVR-FS
               WHEN "00"
                   MOVE "Y" TO WS-OVR-OPEN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-OVR-UNREADABLE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "WARN  UNABLE TO OPEN data/overrides.idx"
                           DELIMITED BY SIZE
                           " - STATUS " DELIMITED BY SIZE
                           WS-OVR-FS DELIMITED BY SIZE
                           " - EXPECTING NO OVERRIDES"
                           DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM 7000-WRITE-REPORT-LINE
                   ADD 1 TO WS-TOTAL-WARNS
                   MOVE 04 TO WS-NEW-RC
                   PERFORM 7100-RAISE-RETURN-CODE
           END-EVALUATE.

       2000-CHECK-ONE-STEP.
           MOVE SL-STEP-ID TO WS-STEP-ID
           MOVE ZERO TO WS-STEP-DIFFS
           MOVE ZERO TO WS-STEP-WARNS
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           PERFORM 2100-READ-STEP-TOTALS
           IF WS-TOT-FS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-ID DELIMITED BY SIZE
                       " NOT CHECKED - NO CONTROL TOTALS "
                       DELIMITED BY SIZE
                       WS-TOT-FILENAME DELIMITED BY SPACE
                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               ADD 1 TO WS-STEPS-UNCHECKED
               MOVE 16 TO WS-NEW-RC
               PERFORM 7100-RAISE-RETURN-CODE
           ELSE
               PERFORM 2200-LOAD-RULES
               IF WS-RULES-LOADED = "N"
                   ADD 1 TO WS-STEPS-UNCHECKED
                   MOVE 16 TO WS-NEW-RC
                   PERFORM 7100-RAISE-RETURN-CODE
               ELSE
                   ADD 1 TO WS-STEPS-CHECKED
                   PERFORM 2500-WRITE-STEP-HEADING
                   PERFORM 3000-COMPUTE-EXPECTED
                   PERFORM 3500-SCAN-OVERRIDES
                   PERFORM 4000-RECONCILE-RULES
                   PERFORM 4500-RECONCILE-SPLITS
                   PERFORM 5000-WRITE-STEP-VERDICT
               END-IF
           END-IF.

       2100-READ-STEP-TOTALS.
      *> CTL-TOT-REC stays in the record area for the rest of the
      *> step's checks - the file is closed straight after
           MOVE SPACES TO WS-TOT-FILENAME
           STRING "data/ctltotals-" DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-TOT-FILENAME
           OPEN INPUT CTLTOT-IN
           IF WS-TOT-FS = "00"
               READ CTLTOT-IN
               IF WS-TOT-FS = "00"
                   CLOSE CTLTOT-IN
               ELSE
                   CLOSE CTLTOT-IN
                   MOVE "10" TO WS-TOT-FS
               END-IF
           END-IF.

       2200-LOAD-RULES.
      *> the generation the step ran under, filtered by the
      *> generation's as-of date - a version of zero pins the
      *> legacy master, a missing version falls back to the
      *> newest complete generation with a warning, and a pinned
      *> generation no longer on file leaves the step unchecked
      *> (any other rule set would report false differences)
           MOVE ZERO TO WS-RULE-COUNT
           MOVE "N" TO WS-GEN-FOUND
           MOVE "Y" TO WS-RULES-LOADED
           MOVE ZERO TO WS-LOADED-VERSION
           IF TOT-RULE-VERSION IS NUMERIC
               MOVE TOT-RULE-VERSION TO WS-PINNED-VERSION
               MOVE "Y" TO WS-PIN-KNOWN
           ELSE
               MOVE ZERO TO WS-PINNED-VERSION
               MOVE "N" TO WS-PIN-KNOWN
           END-IF
           IF WS-PIN-KNOWN = "Y"
               IF WS-PINNED-VERSION = ZERO
                   PERFORM 2250-LOAD-LEGACY-MASTER
               ELSE
                   MOVE WS-PINNED-VERSION TO WS-TRY-VERSION
                   PERFORM 2220-TRY-LOAD-GENERATION
                   IF WS-GEN-FOUND = "Y"
                       MOVE WS-PINNED-VERSION TO WS-LOADED-VERSION
                   ELSE
                       MOVE "N" TO WS-RULES-LOADED
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "STEP " DELIMITED BY SIZE
                               WS-STEP-ID DELIMITED BY SIZE
                               " NOT CHECKED - RAN UNDER RULE"
                               DELIMITED BY SIZE
                               " GENERATION " DELIMITED BY SIZE
                               WS-PINNED-VERSION DELIMITED BY SIZE
                               " WHICH IS NOT ON FILE"
                               DELIMITED BY SIZE
                           INTO WS-RPT-LINE
                       PERFORM 7000-WRITE-REPORT-LINE
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "WARN  STEP " DELIMITED BY SIZE
                       WS-STEP-ID DELIMITED BY SIZE
                       " TOTALS CARRY NO RULE VERSION - USING"
                       DELIMITED BY SIZE
                       " NEWEST GENERATION" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               PERFORM 5500-COUNT-WARNING
               PERFORM 2210-READ-GEN-POINTER
               PERFORM UNTIL WS-GEN-FOUND = "Y"
                       OR WS-TRY-VERSION = ZERO
                   PERFORM 2220-TRY-LOAD-GENERATION
                   IF WS-GEN-FOUND = "Y"
                       MOVE WS-TRY-VERSION TO WS-LOADED-VERSION
                   ELSE
                       MOVE ZERO TO WS-RULE-COUNT
                       SUBTRACT 1 FROM WS-TRY-VERSION
                   END-IF
               END-PERFORM
               IF WS-GEN-FOUND = "N"
                   PERFORM 2250-LOAD-LEGACY-MASTER
               END-IF
           END-IF
           IF WS-RULES-LOADED = "Y" AND WS-RULE-COUNT = ZERO
               MOVE "N" TO WS-RULES-LOADED
               MOVE SPACES TO WS-RPT-LINE
               STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-ID DELIMITED BY SIZE
                       " NOT CHECKED - NO RULES IN FORCE ON "
                       DELIMITED BY SIZE
                       WS-ASOF-DATE DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

       2210-READ-GEN-POINTER.
           MOVE ZERO TO WS-TRY-VERSION
           OPEN INPUT RULES-GEN-PTR
           IF WS-RGP-FS = "00"
               READ RULES-GEN-PTR
               IF WS-RGP-FS = "00"
                   MOVE RGP-CURRENT-GEN TO WS-TRY-VERSION
               END-IF
               CLOSE RULES-GEN-PTR
           END-IF.

       2220-TRY-LOAD-GENERATION.
           MOVE ZERO TO WS-RULE-COUNT
           MOVE WS-TRY-VERSION TO WS-VERSION-DIGITS
           MOVE SPACES TO WS-GEN-FILENAME
           STRING "data/rules-gen-" DELIMITED BY SIZE
                   WS-VERSION-DIGITS DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-GEN-FILENAME
           MOVE "N" TO WS-GEN-HDR-SEEN
           MOVE "N" TO WS-GEN-TRL-SEEN
           MOVE ZERO TO WS-GEN-HDR-COUNT
           MOVE ZERO TO WS-GEN-TRL-COUNT
           MOVE ZERO TO WS-GEN-DETAIL-COUNT
           OPEN INPUT RULES-GEN-FILE
           IF WS-GEN-FS = "00"
               PERFORM UNTIL WS-GEN-FS = "10"
                   READ RULES-GEN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2230-TAKE-GEN-RECORD
                   END-READ
               END-PERFORM
               CLOSE RULES-GEN-FILE
               IF WS-GEN-HDR-SEEN = "Y"
                       AND WS-GEN-TRL-SEEN = "Y"
                       AND WS-GEN-HDR-COUNT = WS-GEN-DETAIL-COUNT
                       AND WS-GEN-TRL-COUNT = WS-GEN-DETAIL-COUNT
                   MOVE "Y" TO WS-GEN-FOUND
               ELSE
                   DISPLAY "FIZZBUZZ-FREQCTL: GENERATION "
                       WS-GEN-FILENAME " INCOMPLETE"
               END-IF
           END-IF.

       2230-TAKE-GEN-RECORD.
           EVALUATE RG-REC-TYPE
               WHEN "H"
                   MOVE "Y" TO WS-GEN-HDR-SEEN
                   MOVE RG-HDR-RULE-COUNT TO WS-GEN-HDR-COUNT
               WHEN "D"
                   ADD 1 TO WS-GEN-DETAIL-COUNT
                   PERFORM 2240-ADD-GEN-RULE-ENTRY
               WHEN "T"
                   MOVE "Y" TO WS-GEN-TRL-SEEN
                   MOVE RG-TRL-RULE-COUNT TO WS-GEN-TRL-COUNT
           END-EVALUATE.

       2240-ADD-GEN-RULE-ENTRY.
           IF RG-RULE-ACTIVE = "Y"
                   AND RG-RULE-EFF-FROM <= WS-ASOF-DATE
                   AND WS-ASOF-DATE <= RG-RULE-EFF-TO
               IF WS-RULE-COUNT < 20
                   ADD 1 TO WS-RULE-COUNT
                   MOVE RG-RULE-DIVISOR TO
                       WS-RULE-DIVISOR(WS-RULE-COUNT)
                   MOVE RG-RULE-LABEL TO
                       WS-RULE-LABEL(WS-RULE-COUNT)
                   MOVE RG-RULE-TYPE TO
                       WS-RULE-TYPE(WS-RULE-COUNT)
                   IF RG-RULE-OPRND-1 IS NUMERIC
                       MOVE RG-RULE-OPRND-1 TO
                           WS-RULE-OPRND-1(WS-RULE-COUNT)
                   ELSE
                       MOVE ZERO TO WS-RULE-OPRND-1(WS-RULE-COUNT)
                   END-IF
                   IF RG-RULE-OPRND-2 IS NUMERIC
                       MOVE RG-RULE-OPRND-2 TO
                           WS-RULE-OPRND-2(WS-RULE-COUNT)
                   ELSE
                       MOVE ZERO TO WS-RULE-OPRND-2(WS-RULE-COUNT)
                   END-IF
                   IF RG-RULE-PRIORITY IS NUMERIC
                       MOVE RG-RULE-PRIORITY TO
                           WS-RULE-PRIORITY(WS-RULE-COUNT)
                   ELSE
                       MOVE ZERO TO WS-RULE-PRIORITY(WS-RULE-COUNT)
                   END-IF
                   MOVE RG-RULE-COMBINE TO
                       WS-RULE-COMBINE(WS-RULE-COUNT)
                   PERFORM 2260-NORMALIZE-RULE-TYPE
                   PERFORM 2270-PLACE-BY-PRIORITY
               END-IF
           END-IF.

       2260-NORMALIZE-RULE-TYPE.
      *> records written before rule types existed read back with
      *> a space type - they are divisibility rules, exactly as
      *> fizzbuzz treats them on load
           IF WS-RULE-TYPE(WS-RULE-COUNT) = SPACE
               MOVE "D" TO WS-RULE-TYPE(WS-RULE-COUNT)
           END-IF
      *> and a space combine mode appends, as in fizzbuzz
           IF WS-RULE-COMBINE(WS-RULE-COUNT) = SPACE
               MOVE "A" TO WS-RULE-COMBINE(WS-RULE-COUNT)
           END-IF.

       2270-PLACE-BY-PRIORITY.
      *> mirror of 2095-PLACE-BY-PRIORITY in fizzbuzz - ascending
      *> priority, equal priorities in master order
           MOVE WS-RULE-COUNT TO WS-RULE-SLOT
           PERFORM UNTIL WS-RULE-SLOT < 2
                   OR WS-RULE-PRIORITY(WS-RULE-SLOT - 1) <=
                       WS-RULE-PRIORITY(WS-RULE-SLOT)
               MOVE WS-RULE-ENTRY(WS-RULE-SLOT) TO WS-RULE-HOLD
               MOVE WS-RULE-ENTRY(WS-RULE-SLOT - 1) TO
                   WS-RULE-ENTRY(WS-RULE-SLOT)
               MOVE WS-RULE-HOLD TO WS-RULE-ENTRY(WS-RULE-SLOT - 1)
               SUBTRACT 1 FROM WS-RULE-SLOT
           END-PERFORM.

       2250-LOAD-LEGACY-MASTER.
           MOVE ZERO TO WS-RULE-COUNT
           OPEN INPUT RULES-FILE
           IF WS-RULES-FS NOT = "00"
               DISPLAY "FIZZBUZZ-FREQCTL: UNABLE TO OPEN RULES FILE "
                   "data/rules.dat"
           ELSE
               PERFORM UNTIL WS-RULES-FS = "10"
                   READ RULES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2300-ADD-RULE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF.

       2300-ADD-RULE-ENTRY.
           IF RULE-ACTIVE = "Y"
                   AND RULE-EFF-FROM <= WS-ASOF-DATE
                   AND WS-ASOF-DATE <= RULE-EFF-TO
               IF WS-RULE-COUNT < 20
                   ADD 1 TO WS-RULE-COUNT
                   MOVE RULE-DIVISOR TO
                       WS-RULE-DIVISOR(WS-RULE-COUNT)
                   MOVE RULE-LABEL TO WS-RULE-LABEL(WS-RULE-COUNT)
                   MOVE RULE-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT)
                   IF RULE-OPERAND-1 IS NUMERIC
                       MOVE RULE-OPERAND-1 TO
                           WS-RULE-OPRND-1(WS-RULE-COUNT)
                   ELSE
                       MOVE ZERO TO WS-RULE-OPRND-1(WS-RULE-COUNT)
                   END-IF
                   IF RULE-OPERAND-2 IS NUMERIC
                       MOVE RULE-OPERAND-2 TO
                           WS-RULE-OPRND-2(WS-RULE-COUNT)
                   ELSE
                       MOVE ZERO TO WS-RULE-OPRND-2(WS-RULE-COUNT)
                   END-IF
                   IF RULE-PRIORITY IS NUMERIC
                       MOVE RULE-PRIORITY TO
                           WS-RULE-PRIORITY(WS-RULE-COUNT)
                   ELSE
                       MOVE ZERO TO WS-RULE-PRIORITY(WS-RULE-COUNT)
                   END-IF
                   MOVE RULE-COMBINE TO WS-RULE-COMBINE(WS-RULE-COUNT)
                   PERFORM 2260-NORMALIZE-RULE-TYPE
                   PERFORM 2270-PLACE-BY-PRIORITY
               END-IF
           END-IF.

       2500-WRITE-STEP-HEADING.
           MOVE TOT-START-RANGE TO WS-STEP-START
           MOVE TOT-END-RANGE TO WS-STEP-END
           IF WS-STEP-END >= WS-STEP-START
               COMPUTE WS-RANGE-SIZE =
                   WS-STEP-END - WS-STEP-START + 1
           ELSE
               MOVE ZERO TO WS-RANGE-SIZE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "STEP " DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   "   RANGE " DELIMITED BY SIZE
                   WS-STEP-START DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-STEP-END DELIMITED BY SIZE
                   "   RULE GENERATION " DELIMITED BY SIZE
                   WS-LOADED-VERSION DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  RULE T C LABEL        EXPECTED     ACTUAL"
                   DELIMITED BY SIZE
                   "  DIFFERENCE" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

       3000-COMPUTE-EXPECTED.
      *> arithmetic hit count of every rule over the step's range,
      *> before overrides are taken off.  A segment owned by an
      *> exclusive band counts for that band alone; the others
      *> count for every rule but the exclusive ones.  An
      *> exclusive rule that is not a band may take numbers
      *> anywhere, so it is counted over the whole range and
      *> every figure becomes an upper bound; a fallback rule
      *> next to append rules fires only where they do not,
      *> so its figure is an upper bound too.
           MOVE "N" TO WS-HAS-APPEND
           MOVE "N" TO WS-HAS-OTHER-EXCL
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE ZERO TO WS-RULE-EXPECTED(WS-RULE-IDX)
               MOVE ZERO TO WS-RULE-SUPPRESSED(WS-RULE-IDX)
               MOVE ZERO TO WS-RULE-ACTUAL(WS-RULE-IDX)
               MOVE "Y" TO WS-RULE-EXACT(WS-RULE-IDX)
               IF WS-RULE-COMBINE(WS-RULE-IDX) = "A"
                   MOVE "Y" TO WS-HAS-APPEND
               END-IF
               IF WS-RULE-COMBINE(WS-RULE-IDX) = "X"
                       AND WS-RULE-TYPE(WS-RULE-IDX) NOT = "B"
                   MOVE "Y" TO WS-HAS-OTHER-EXCL
               END-IF
           END-PERFORM
           IF WS-RANGE-SIZE > ZERO
               PERFORM 3050-BUILD-SEGMENTS
               PERFORM VARYING WS-BND-IDX FROM 1 BY 1
                       UNTIL WS-BND-IDX >= WS-BND-COUNT
                   MOVE WS-BND(WS-BND-IDX) TO WS-SEG-LOW
                   COMPUTE WS-SEG-HIGH = WS-BND(WS-BND-IDX + 1) - 1
                   PERFORM 3070-COUNT-ONE-SEGMENT
               END-PERFORM
               MOVE WS-STEP-START TO WS-SEG-LOW
               MOVE WS-STEP-END TO WS-SEG-HIGH
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-COMBINE(WS-RULE-IDX) = "X"
                           AND WS-RULE-TYPE(WS-RULE-IDX) NOT = "B"
                       PERFORM 3080-COUNT-RULE-IN-SEGMENT
                       MOVE WS-CNT-RESULT TO
                           WS-RULE-EXPECTED(WS-RULE-IDX)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-HAS-OTHER-EXCL = "Y"
                   MOVE "N" TO WS-RULE-EXACT(WS-RULE-IDX)
               END-IF
               IF WS-RULE-COMBINE(WS-RULE-IDX) = "F"
                       AND WS-HAS-APPEND = "Y"
                   MOVE "N" TO WS-RULE-EXACT(WS-RULE-IDX)
               END-IF
           END-PERFORM.

       3050-BUILD-SEGMENTS.
      *> the range start, one past its end, and every exclusive
      *> band's edges that fall inside the range, ascending and
      *> without repeats - with no exclusive band the whole range
      *> is the one segment
           MOVE ZERO TO WS-BND-COUNT
           MOVE WS-STEP-START TO WS-BND-NEW
           PERFORM 3060-ADD-BOUNDARY
           COMPUTE WS-BND-NEW = WS-STEP-END + 1
           PERFORM 3060-ADD-BOUNDARY
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-COMBINE(WS-RULE-IDX) = "X"
                       AND WS-RULE-TYPE(WS-RULE-IDX) = "B"
                   IF WS-RULE-OPRND-1(WS-RULE-IDX) > WS-STEP-START
                           AND WS-RULE-OPRND-1(WS-RULE-IDX) <=
                               WS-STEP-END
                       MOVE WS-RULE-OPRND-1(WS-RULE-IDX) TO
                           WS-BND-NEW
                       PERFORM 3060-ADD-BOUNDARY
                   END-IF
                   IF WS-RULE-OPRND-2(WS-RULE-IDX) >= WS-STEP-START
                           AND WS-RULE-OPRND-2(WS-RULE-IDX) <
                               WS-STEP-END
                       COMPUTE WS-BND-NEW =
                           WS-RULE-OPRND-2(WS-RULE-IDX) + 1
                       PERFORM 3060-ADD-BOUNDARY
                   END-IF
               END-IF
           END-PERFORM.

       3060-ADD-BOUNDARY.
      *> insert WS-BND-NEW in order; a repeat adds nothing
           MOVE ZERO TO WS-BND-AT
           PERFORM VARYING WS-BND-IDX FROM 1 BY 1
                   UNTIL WS-BND-IDX > WS-BND-COUNT
                       OR WS-BND-AT > ZERO
               IF WS-BND(WS-BND-IDX) >= WS-BND-NEW
                   MOVE WS-BND-IDX TO WS-BND-AT
               END-IF
           END-PERFORM
           IF WS-BND-AT = ZERO
               ADD 1 TO WS-BND-COUNT
               MOVE WS-BND-NEW TO WS-BND(WS-BND-COUNT)
           ELSE
               IF WS-BND(WS-BND-AT) NOT = WS-BND-NEW
                   PERFORM VARYING WS-BND-IDX FROM WS-BND-COUNT
                           BY -1 UNTIL WS-BND-IDX < WS-BND-AT
                       MOVE WS-BND(WS-BND-IDX) TO
                           WS-BND(WS-BND-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-BND-COUNT
                   MOVE WS-BND-NEW TO WS-BND(WS-BND-AT)
               END-IF
           END-IF.

       3070-COUNT-ONE-SEGMENT.
      *> every band edge is a segment edge, so a band covers a
      *> segment wholly or not at all; the first covering band
      *> in table (precedence) order owns it
           COMPUTE WS-SEG-SIZE = WS-SEG-HIGH - WS-SEG-LOW + 1
           MOVE ZERO TO WS-SEG-OWNER
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                       OR WS-SEG-OWNER > ZERO
               IF WS-RULE-COMBINE(WS-RULE-IDX) = "X"
                       AND WS-RULE-TYPE(WS-RULE-IDX) = "B"
                       AND WS-RULE-OPRND-1(WS-RULE-IDX) <= WS-SEG-LOW
                       AND WS-SEG-HIGH <= WS-RULE-OPRND-2(WS-RULE-IDX)
                   SET WS-SEG-OWNER TO WS-RULE-IDX
               END-IF
           END-PERFORM
           IF WS-SEG-OWNER > ZERO
               ADD WS-SEG-SIZE TO WS-RULE-EXPECTED(WS-SEG-OWNER)
           ELSE
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-COMBINE(WS-RULE-IDX) NOT = "X"
                       PERFORM 3080-COUNT-RULE-IN-SEGMENT
                       ADD WS-CNT-RESULT TO
                           WS-RULE-EXPECTED(WS-RULE-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       3080-COUNT-RULE-IN-SEGMENT.
      *> arithmetic hit count of the rule at WS-RULE-IDX over
      *> WS-SEG-LOW .. WS-SEG-HIGH, left in WS-CNT-RESULT
           COMPUTE WS-SEG-SIZE = WS-SEG-HIGH - WS-SEG-LOW + 1
           MOVE ZERO TO WS-CNT-RESULT
           EVALUATE WS-RULE-TYPE(WS-RULE-IDX)
               WHEN "D"
                   MOVE WS-RULE-DIVISOR(WS-RULE-IDX) TO
                       WS-CNT-MODULUS
                   MOVE ZERO TO WS-CNT-RESIDUE
                   PERFORM 3100-COUNT-RESIDUES
               WHEN "E"
                   COMPUTE WS-CNT-MODULUS =
                       10 ** WS-RULE-OPRND-2(WS-RULE-IDX)
                   MOVE WS-RULE-OPRND-1(WS-RULE-IDX) TO
                       WS-CNT-RESIDUE
                   PERFORM 3100-COUNT-RESIDUES
               WHEN "B"
                   PERFORM 3200-COUNT-BETWEEN
               WHEN "C"
                   PERFORM 3300-COUNT-CONTAINS
           END-EVALUATE.

       3100-COUNT-RESIDUES.
      *> numbers in the segment whose remainder on division by
      *> WS-CNT-MODULUS is WS-CNT-RESIDUE: those from zero up to
      *> the segment end, less those from zero up to one below
      *> the segment start.  A residue at or above the modulus (an
      *> ending wider than its digit count) never matches; a
      *> zero modulus is refused by fizzbuzz and counts nothing.
           MOVE ZERO TO WS-CNT-RESULT
           IF WS-CNT-MODULUS > ZERO
                   AND WS-CNT-RESIDUE < WS-CNT-MODULUS
               MOVE WS-SEG-LOW TO WS-CNT-LOW
               MOVE WS-SEG-HIGH TO WS-CNT-HIGH
               IF WS-CNT-HIGH < WS-CNT-RESIDUE
                   MOVE ZERO TO WS-CNT-UPTO-HIGH
               ELSE
                   COMPUTE WS-CNT-UPTO-HIGH =
                       (WS-CNT-HIGH - WS-CNT-RESIDUE)
                       / WS-CNT-MODULUS + 1
               END-IF
               IF WS-CNT-LOW = ZERO
                       OR WS-CNT-LOW - 1 < WS-CNT-RESIDUE
                   MOVE ZERO TO WS-CNT-BELOW-LOW
               ELSE
                   COMPUTE WS-CNT-BELOW-LOW =
                       (WS-CNT-LOW - 1 - WS-CNT-RESIDUE)
                       / WS-CNT-MODULUS + 1
               END-IF
               COMPUTE WS-CNT-RESULT =
                   WS-CNT-UPTO-HIGH - WS-CNT-BELOW-LOW
           END-IF.

       3200-COUNT-BETWEEN.
      *> overlap of the rule's bounds with the segment
           MOVE ZERO TO WS-CNT-RESULT
           MOVE WS-SEG-LOW TO WS-CNT-LOW
           IF WS-RULE-OPRND-1(WS-RULE-IDX) > WS-CNT-LOW
               MOVE WS-RULE-OPRND-1(WS-RULE-IDX) TO WS-CNT-LOW
           END-IF
           MOVE WS-SEG-HIGH TO WS-CNT-HIGH
           IF WS-RULE-OPRND-2(WS-RULE-IDX) < WS-CNT-HIGH
               MOVE WS-RULE-OPRND-2(WS-RULE-IDX) TO WS-CNT-HIGH
           END-IF
           IF WS-CNT-LOW <= WS-CNT-HIGH
               COMPUTE WS-CNT-RESULT = WS-CNT-HIGH - WS-CNT-LOW + 1
           END-IF.

       3300-COUNT-CONTAINS.
      *> the segment size less the numbers in it whose decimal text
      *> lacks the digit (counted from zero up to each end by
      *> 3350-COUNT-WITHOUT-DIGIT)
           MOVE ZERO TO WS-CNT-RESULT
           IF WS-RULE-OPRND-1(WS-RULE-IDX) <= 9
               MOVE WS-RULE-OPRND-1(WS-RULE-IDX) TO WS-DG-DIGIT
               MOVE WS-SEG-HIGH TO WS-DG-LIMIT
               PERFORM 3350-COUNT-WITHOUT-DIGIT
               MOVE WS-DG-RESULT TO WS-DG-UPTO-HIGH
               MOVE ZERO TO WS-DG-BELOW-LOW
               IF WS-SEG-LOW > ZERO
                   COMPUTE WS-DG-LIMIT = WS-SEG-LOW - 1
                   PERFORM 3350-COUNT-WITHOUT-DIGIT
                   MOVE WS-DG-RESULT TO WS-DG-BELOW-LOW
               END-IF
               COMPUTE WS-CNT-RESULT = WS-SEG-SIZE
                   - (WS-DG-UPTO-HIGH - WS-DG-BELOW-LOW)
           END-IF.

       3350-COUNT-WITHOUT-DIGIT.
      *> how many of 0..WS-DG-LIMIT do not show WS-DG-DIGIT in
      *> their decimal text (no leading zeros, exactly as
      *> 5150-TEST-ONE-RULE in fizzbuzz searches it).  Walking the
      *> limit's digits from the left, each position contributes
      *> the smaller digits allowed there times 9 ** positions
      *> left; the walk stops where the limit itself shows the
      *> digit, and the limit counts itself if it never does.
      *> A non-zero digit lets leading zeros stand in for shorter
      *> numbers; zero cannot, so shorter numbers are added as
      *> 9 ** length for each length and the leading position
      *> starts at 1.
           MOVE ZERO TO WS-DG-RESULT
           MOVE "N" TO WS-DG-STOPPED
           IF WS-DG-DIGIT NOT = ZERO
               PERFORM VARYING WS-DG-POS FROM 1 BY 1
                       UNTIL WS-DG-POS > 9 OR WS-DG-STOPPED = "Y"
                   MOVE WS-DG-POS-DIGIT(WS-DG-POS) TO WS-DG-BELOW
                   IF WS-DG-DIGIT < WS-DG-POS-DIGIT(WS-DG-POS)
                       SUBTRACT 1 FROM WS-DG-BELOW
                   END-IF
                   COMPUTE WS-DG-RESULT = WS-DG-RESULT
                       + WS-DG-BELOW * 9 ** (9 - WS-DG-POS)
                   IF WS-DG-POS-DIGIT(WS-DG-POS) = WS-DG-DIGIT
                       MOVE "Y" TO WS-DG-STOPPED
                   END-IF
               END-PERFORM
               IF WS-DG-STOPPED = "N"
                   ADD 1 TO WS-DG-RESULT
               END-IF
           ELSE
               IF WS-DG-LIMIT > ZERO
                   MOVE ZERO TO WS-DG-FIRST-POS
                   PERFORM VARYING WS-DG-POS FROM 1 BY 1
                           UNTIL WS-DG-POS > 9
                               OR WS-DG-FIRST-POS > ZERO
                       IF WS-DG-POS-DIGIT(WS-DG-POS) NOT = ZERO
                           MOVE WS-DG-POS TO WS-DG-FIRST-POS
                       END-IF
                   END-PERFORM
                   COMPUTE WS-DG-LENGTH = 10 - WS-DG-FIRST-POS
                   PERFORM VARYING WS-DG-SHORTER FROM 1 BY 1
                           UNTIL WS-DG-SHORTER >= WS-DG-LENGTH
                       COMPUTE WS-DG-RESULT = WS-DG-RESULT
                           + 9 ** WS-DG-SHORTER
                   END-PERFORM
                   PERFORM VARYING WS-DG-POS FROM WS-DG-FIRST-POS
                           BY 1 UNTIL WS-DG-POS > 9
                               OR WS-DG-STOPPED = "Y"
                       IF WS-DG-POS-DIGIT(WS-DG-POS) = ZERO
                           MOVE "Y" TO WS-DG-STOPPED
                       ELSE
                           COMPUTE WS-DG-RESULT = WS-DG-RESULT
                               + (WS-DG-POS-DIGIT(WS-DG-POS) - 1)
                               * 9 ** (9 - WS-DG-POS)
                       END-IF
                   END-PERFORM
                   IF WS-DG-STOPPED = "N"
                       ADD 1 TO WS-DG-RESULT
                   END-IF
               END-IF
           END-IF.

       3500-SCAN-OVERRIDES.
      *> reads the override master by key over the step's range
      *> only; every number with an override in force on the
      *> as-of date is classified 'O' by fizzbuzz and never
      *> reaches the rule loop, so it is taken off each rule that
      *> would have fired for it
           MOVE ZERO TO WS-EXP-OVERRIDES
           IF WS-OVR-OPEN = "Y" AND WS-RANGE-SIZE > ZERO
               MOVE "N" TO WS-OVR-EOF
               MOVE WS-STEP-START TO OVR-SEQ-NO
               MOVE ZERO TO OVR-EFF-FROM
               START OVERRIDE-FILE KEY IS NOT LESS THAN OVR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-OVR-EOF
               END-START
               IF WS-OVR-EOF = "N"
                   PERFORM 3510-READ-NEXT-OVERRIDE
               END-IF
               PERFORM UNTIL WS-OVR-EOF = "Y"
                       OR OVR-SEQ-NO > WS-STEP-END
                   PERFORM 3520-SETTLE-ONE-NUMBER
               END-PERFORM
           END-IF
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               SUBTRACT WS-RULE-SUPPRESSED(WS-RULE-IDX) FROM
                   WS-RULE-EXPECTED(WS-RULE-IDX)
           END-PERFORM.

       3510-READ-NEXT-OVERRIDE.
           READ OVERRIDE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-OVR-EOF
           END-READ
           IF WS-OVR-FS NOT = "00"
               MOVE "Y" TO WS-OVR-EOF
           END-IF.

       3520-SETTLE-ONE-NUMBER.
      *> all of one number's entries sit together in key order -
      *> it is overridden when any of them is in force
           MOVE OVR-SEQ-NO TO WS-OVR-SEQ
           MOVE "N" TO WS-OVR-IN-FORCE
           PERFORM UNTIL WS-OVR-EOF = "Y"
                   OR OVR-SEQ-NO NOT = WS-OVR-SEQ
               IF OVR-ACTIVE = "Y"
                       AND OVR-EFF-FROM <= WS-ASOF-DATE
                       AND WS-ASOF-DATE <= OVR-EFF-TO
                   MOVE "Y" TO WS-OVR-IN-FORCE
               END-IF
               PERFORM 3510-READ-NEXT-OVERRIDE
           END-PERFORM
           IF WS-OVR-IN-FORCE = "Y"
               ADD 1 TO WS-EXP-OVERRIDES
               PERFORM 3530-SUPPRESS-FIRED-RULES
           END-IF.

       3530-SUPPRESS-FIRED-RULES.
      *> the rules 5130-CLASSIFY-BY-RULES in fizzbuzz would have
      *> fired for WS-OVR-SEQ - the highest-precedence matching
      *> exclusive rule alone, else every matching append rule,
      *> else every matching fallback rule
           MOVE ZERO TO WS-EXCL-IDX
           MOVE ZERO TO WS-APPEND-CNT
           MOVE ZERO TO WS-FALLBACK-CNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM 3600-TEST-ONE-RULE
               MOVE WS-RULE-MATCHED TO WS-RULE-MATCH(WS-RULE-IDX)
               IF WS-RULE-MATCHED = "Y"
                   EVALUATE WS-RULE-COMBINE(WS-RULE-IDX)
                       WHEN "X"
                           IF WS-EXCL-IDX = ZERO
                               SET WS-EXCL-IDX TO WS-RULE-IDX
                           END-IF
                       WHEN "F"
                           ADD 1 TO WS-FALLBACK-CNT
                       WHEN OTHER
                           ADD 1 TO WS-APPEND-CNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-EXCL-IDX > ZERO
                   MOVE "X" TO WS-FIRE-MODE
               WHEN WS-APPEND-CNT > ZERO
                   MOVE "A" TO WS-FIRE-MODE
               WHEN WS-FALLBACK-CNT > ZERO
                   MOVE "F" TO WS-FIRE-MODE
               WHEN OTHER
                   MOVE SPACE TO WS-FIRE-MODE
           END-EVALUATE
           IF WS-FIRE-MODE NOT = SPACE
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-MATCH(WS-RULE-IDX) = "Y"
                           AND WS-RULE-COMBINE(WS-RULE-IDX) =
                               WS-FIRE-MODE
                           AND (WS-FIRE-MODE NOT = "X"
                               OR WS-RULE-IDX = WS-EXCL-IDX)
                       ADD 1 TO WS-RULE-SUPPRESSED(WS-RULE-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       3600-TEST-ONE-RULE.
      *> mirror of 5150-TEST-ONE-RULE in fizzbuzz over WS-OVR-SEQ
      *> - type codes and operands per copybooks/rulerec.cpy
           MOVE "N" TO WS-RULE-MATCHED
           EVALUATE WS-RULE-TYPE(WS-RULE-IDX)
               WHEN "D"
                   IF WS-RULE-DIVISOR(WS-RULE-IDX) > ZERO
                       IF FUNCTION MOD(WS-OVR-SEQ,
                               WS-RULE-DIVISOR(WS-RULE-IDX)) = 0
                           MOVE "Y" TO WS-RULE-MATCHED
                       END-IF
                   END-IF
               WHEN "C"
                   MOVE WS-OVR-SEQ TO WS-NUM-DISPLAY
                   MOVE WS-NUM-DISPLAY TO WS-NUM-TEXT
                   MOVE WS-RULE-OPRND-1(WS-RULE-IDX) TO
                       WS-DIGIT-WORK
                   MOVE ZERO TO WS-DIGIT-TALLY
                   INSPECT WS-NUM-TEXT TALLYING WS-DIGIT-TALLY
                       FOR ALL WS-DIGIT-WORK
                   IF WS-DIGIT-TALLY > ZERO
                       MOVE "Y" TO WS-RULE-MATCHED
                   END-IF
               WHEN "B"
                   IF WS-OVR-SEQ >= WS-RULE-OPRND-1(WS-RULE-IDX)
                           AND WS-OVR-SEQ <=
                               WS-RULE-OPRND-2(WS-RULE-IDX)
                       MOVE "Y" TO WS-RULE-MATCHED
                   END-IF
               WHEN "E"
                   COMPUTE WS-END-MODULUS =
                       10 ** WS-RULE-OPRND-2(WS-RULE-IDX)
                   IF FUNCTION MOD(WS-OVR-SEQ, WS-END-MODULUS) =
                           WS-RULE-OPRND-1(WS-RULE-IDX)
                       MOVE "Y" TO WS-RULE-MATCHED
                   END-IF
           END-EVALUATE.

       4000-RECONCILE-RULES.
      *> rules are matched to the totals' entries on divisor, the
      *> rule key - an entry on either side with no partner is a
      *> difference in its own right
           MOVE TOT-RULE-COUNT TO WS-TOT-ENTRIES
           IF WS-TOT-ENTRIES > 20
               MOVE 20 TO WS-TOT-ENTRIES
           END-IF
           MOVE ALL "N" TO WS-TOT-USED-TABLE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM 4100-RECONCILE-ONE-RULE
           END-PERFORM
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-ENTRIES
               IF WS-TOT-USED(WS-TOT-IDX) = "N"
                   MOVE ZERO TO WS-EXPECT-DISPLAY
                   MOVE TOT-RULE-HITS(WS-TOT-IDX) TO
                       WS-ACTUAL-DISPLAY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                           TOT-RULE-DIVISOR(WS-TOT-IDX)
                           DELIMITED BY SIZE
                           " ? ? " DELIMITED BY SIZE
                           TOT-RULE-LABEL(WS-TOT-IDX)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-EXPECT-DISPLAY DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-ACTUAL-DISPLAY DELIMITED BY SIZE
                           "  *** NOT IN RULE GENERATION"
                           DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM 7000-WRITE-REPORT-LINE
                   PERFORM 5600-COUNT-DIFFERENCE
               END-IF
           END-PERFORM.

       4100-RECONCILE-ONE-RULE.
           MOVE ZERO TO WS-TOT-FOUND
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-ENTRIES
                       OR WS-TOT-FOUND > ZERO
               IF TOT-RULE-DIVISOR(WS-TOT-IDX) =
                       WS-RULE-DIVISOR(WS-RULE-IDX)
                       AND WS-TOT-USED(WS-TOT-IDX) = "N"
                   MOVE WS-TOT-IDX TO WS-TOT-FOUND
               END-IF
           END-PERFORM
           MOVE WS-RULE-EXPECTED(WS-RULE-IDX) TO WS-EXPECT-DISPLAY
           IF WS-TOT-FOUND = ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " DELIMITED BY SIZE
                       WS-RULE-DIVISOR(WS-RULE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RULE-TYPE(WS-RULE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RULE-COMBINE(WS-RULE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RULE-LABEL(WS-RULE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EXPECT-DISPLAY DELIMITED BY SIZE
                       "  *** NOT IN CONTROL TOTALS"
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               PERFORM 5600-COUNT-DIFFERENCE
           ELSE
               MOVE "Y" TO WS-TOT-USED(WS-TOT-FOUND)
               MOVE TOT-RULE-HITS(WS-TOT-FOUND) TO
                   WS-RULE-ACTUAL(WS-RULE-IDX)
               MOVE TOT-RULE-HITS(WS-TOT-FOUND) TO WS-ACTUAL-DISPLAY
               COMPUTE WS-DIFF = TOT-RULE-HITS(WS-TOT-FOUND)
                   - WS-RULE-EXPECTED(WS-RULE-IDX)
               MOVE WS-DIFF TO WS-DIFF-DISPLAY
      *> an upper-bound figure (see 3000-COMPUTE-EXPECTED) is
      *> only broken by more hits than it allows
               EVALUATE TRUE
                   WHEN WS-RULE-EXACT(WS-RULE-IDX) = "N"
                           AND WS-DIFF <= ZERO
                       MOVE "OK (AT MOST)" TO WS-VERDICT
                   WHEN WS-RULE-EXACT(WS-RULE-IDX) = "N"
                       MOVE "*** EXCEEDS" TO WS-VERDICT
                       PERFORM 5600-COUNT-DIFFERENCE
                   WHEN WS-DIFF = ZERO
                       MOVE "OK" TO WS-VERDICT
                   WHEN OTHER
                       MOVE "*** DIFFERS" TO WS-VERDICT
                       PERFORM 5600-COUNT-DIFFERENCE
               END-EVALUATE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " DELIMITED BY SIZE
                       WS-RULE-DIVISOR(WS-RULE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RULE-TYPE(WS-RULE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RULE-COMBINE(WS-RULE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RULE-LABEL(WS-RULE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EXPECT-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ACTUAL-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DIFF-DISPLAY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-VERDICT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

       4500-RECONCILE-SPLITS.
      *> range coverage, balance, override count, then the
      *> single/multi split against the bounds the expected rule
      *> counts allow
           MOVE WS-RANGE-SIZE TO WS-EXPECT-DISPLAY
           MOVE TOT-GRAND-TOTAL TO WS-ACTUAL-DISPLAY
           IF TOT-GRAND-TOTAL = WS-RANGE-SIZE
               MOVE "OK" TO WS-VERDICT
           ELSE
               MOVE "*** DIFFERS" TO WS-VERDICT
               PERFORM 5600-COUNT-DIFFERENCE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  RANGE COVERED       " DELIMITED BY SIZE
                   WS-EXPECT-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACTUAL-DISPLAY DELIMITED BY SIZE
                   "              " DELIMITED BY SIZE
                   WS-VERDICT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
      *> totals written before overrides existed carry spaces in
      *> the override count - nothing was overridden then
           IF TOT-OVERRIDE-COUNT IS NUMERIC
               MOVE TOT-OVERRIDE-COUNT TO WS-ACT-OVERRIDES
           ELSE
               MOVE ZERO TO WS-ACT-OVERRIDES
               MOVE SPACES TO WS-RPT-LINE
               STRING "WARN  STEP " DELIMITED BY SIZE
                       WS-STEP-ID DELIMITED BY SIZE
                       " TOTALS PREDATE THE OVERRIDE COUNT"
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               PERFORM 5500-COUNT-WARNING
           END-IF
           MOVE WS-EXP-OVERRIDES TO WS-EXPECT-DISPLAY
           MOVE WS-ACT-OVERRIDES TO WS-ACTUAL-DISPLAY
           IF WS-ACT-OVERRIDES = WS-EXP-OVERRIDES
               MOVE "OK" TO WS-VERDICT
           ELSE
               MOVE "*** DIFFERS" TO WS-VERDICT
               PERFORM 5600-COUNT-DIFFERENCE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OVERRIDES           " DELIMITED BY SIZE
                   WS-EXPECT-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACTUAL-DISPLAY DELIMITED BY SIZE
                   "              " DELIMITED BY SIZE
                   WS-VERDICT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           COMPUTE WS-SPLIT-SUM = TOT-PLAIN-COUNT + TOT-MATCH-COUNT
               + TOT-MULTI-COUNT + WS-ACT-OVERRIDES
           MOVE TOT-GRAND-TOTAL TO WS-EXPECT-DISPLAY
           MOVE WS-SPLIT-SUM TO WS-ACTUAL-DISPLAY
           IF WS-SPLIT-SUM = TOT-GRAND-TOTAL
               MOVE "OK" TO WS-VERDICT
           ELSE
               MOVE "*** DIFFERS" TO WS-VERDICT
               PERFORM 5600-COUNT-DIFFERENCE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  SPLITS BALANCE      " DELIMITED BY SIZE
                   WS-EXPECT-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACTUAL-DISPLAY DELIMITED BY SIZE
                   "              " DELIMITED BY SIZE
                   WS-VERDICT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           PERFORM 4600-CHECK-SPLIT-BOUNDS.

       4600-CHECK-SPLIT-BOUNDS.
      *> a number hitting k rules is one match (k = 1) or one
      *> multi (k >= 2) and adds k to the rule counts, so with H
      *> the expected hits summed over the rules:
      *>   match + 2 x multi <= H <= match + rules x multi
      *> and every rule's own hits fall on numbers counted in
      *> match + multi.  A rule whose figure is only an upper
      *> bound contributes the hits the totals report for it
      *> (4100-RECONCILE-ONE-RULE has already held them to the
      *> bound) and sets no floor on match + multi.
           MOVE ZERO TO WS-EXP-HITS
           MOVE ZERO TO WS-MAX-EXPECTED
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-EXACT(WS-RULE-IDX) = "Y"
                   ADD WS-RULE-EXPECTED(WS-RULE-IDX) TO WS-EXP-HITS
                   IF WS-RULE-EXPECTED(WS-RULE-IDX) >
                           WS-MAX-EXPECTED
                       MOVE WS-RULE-EXPECTED(WS-RULE-IDX) TO
                           WS-MAX-EXPECTED
                   END-IF
               ELSE
                   ADD WS-RULE-ACTUAL(WS-RULE-IDX) TO WS-EXP-HITS
               END-IF
           END-PERFORM
           COMPUTE WS-HIT-NUMBERS = TOT-MATCH-COUNT + TOT-MULTI-COUNT
           COMPUTE WS-SPLIT-LOW = TOT-MATCH-COUNT
               + 2 * TOT-MULTI-COUNT
           COMPUTE WS-SPLIT-HIGH = TOT-MATCH-COUNT
               + WS-RULE-COUNT * TOT-MULTI-COUNT
           IF WS-SPLIT-LOW <= WS-EXP-HITS
                   AND WS-EXP-HITS <= WS-SPLIT-HIGH
                   AND WS-HIT-NUMBERS >= WS-MAX-EXPECTED
               MOVE "OK" TO WS-VERDICT
           ELSE
               MOVE "*** DIFFERS" TO WS-VERDICT
               PERFORM 5600-COUNT-DIFFERENCE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  MATCH " DELIMITED BY SIZE
                   TOT-MATCH-COUNT DELIMITED BY SIZE
                   " MULTI " DELIMITED BY SIZE
                   TOT-MULTI-COUNT DELIMITED BY SIZE
                   " AGAINST " DELIMITED BY SIZE
                   WS-EXP-HITS DELIMITED BY SIZE
                   " EXPECTED HITS  " DELIMITED BY SIZE
                   WS-VERDICT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

       5000-WRITE-STEP-VERDICT.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-STEP-DIFFS = ZERO
               STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-ID DELIMITED BY SIZE
                       " PASS - HIT COUNTS AS EXPECTED"
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE
               ADD 1 TO WS-STEPS-FAILED
               STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-ID DELIMITED BY SIZE
                       " FAIL - " DELIMITED BY SIZE
                       WS-STEP-DIFFS DELIMITED BY SIZE
                       " FIGURE(S) DIFFER FROM EXPECTATION"
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               MOVE 08 TO WS-NEW-RC
               PERFORM 7100-RAISE-RETURN-CODE
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE.

       5500-COUNT-WARNING.
           ADD 1 TO WS-STEP-WARNS
           ADD 1 TO WS-TOTAL-WARNS
           MOVE 04 TO WS-NEW-RC
           PERFORM 7100-RAISE-RETURN-CODE.

       5600-COUNT-DIFFERENCE.
           ADD 1 TO WS-STEP-DIFFS
           ADD 1 TO WS-TOTAL-DIFFS.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-STEPS-CHECKED DELIMITED BY SIZE
                   " STEP(S) CHECKED, " DELIMITED BY SIZE
                   WS-STEPS-FAILED DELIMITED BY SIZE
                   " FAILED, " DELIMITED BY SIZE
                   WS-STEPS-UNCHECKED DELIMITED BY SIZE
                   " NOT CHECKED, " DELIMITED BY SIZE
                   WS-TOTAL-WARNS DELIMITED BY SIZE
                   " WARNING(S)" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RETURN-CODE < 08
               STRING "FREQUENCY CONTROL PASSED - OK TO CONSOLIDATE"
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE
               STRING "*** FREQUENCY CONTROL FAILED *** DO NOT"
                       DELIMITED BY SIZE
                       " CONSOLIDATE" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE
           IF WS-RPT-FS = "00"
               CLOSE REPORT-FILE
           END-IF.

       6500-CATALOG-REPORT.
      *> the control report is a generation of the business date
      *> spanning every step, so it catalogs under step 'ALL '
           IF WS-RPT-LINES-WRITTEN > ZERO
               OPEN EXTEND GEN-CATALOG
               IF WS-CAT-FS = "35"
                   OPEN OUTPUT GEN-CATALOG
               END-IF
               IF WS-CAT-FS NOT = "00"
                   DISPLAY "FIZZBUZZ-FREQCTL: UNABLE TO OPEN"
                       " data/gen-catalog.dat - STATUS " WS-CAT-FS
                       " - REPORT NOT CATALOGED"
               ELSE
                   MOVE WS-BUS-DATE TO GC-BUS-DATE
                   MOVE "ALL " TO GC-STEP-ID
                   MOVE "REPORT" TO GC-FILE-TYPE
                   MOVE "ONLINE" TO GC-STATUS
                   MOVE WS-RPT-LINES-WRITTEN TO GC-REC-COUNT
                   MOVE "fizzbuzz-freqctl" TO GC-PROGRAM
                   MOVE WS-TIMESTAMP TO GC-TIMESTAMP
                   MOVE WS-RPT-FILENAME TO GC-FILE-NAME
                   WRITE GEN-CATALOG-REC
                   CLOSE GEN-CATALOG
               END-IF
           END-IF.

       7000-WRITE-REPORT-LINE.
      *> every control line goes to the report file and the
      *> console - the operator sees it either way
           DISPLAY WS-RPT-LINE
           IF WS-RPT-FS = "00"
               MOVE WS-RPT-LINE TO REPORT-REC
               WRITE REPORT-REC
               ADD 1 TO WS-RPT-LINES-WRITTEN
           END-IF.

       7100-RAISE-RETURN-CODE.
      *> the run ends with the worst finding's code
           IF WS-NEW-RC > WS-RETURN-CODE
               MOVE WS-NEW-RC TO WS-RETURN-CODE
           END-IF.
