           SELECT RUNPARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT OVERRIDE-FILE ASSIGN TO "data/overrides.idx"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OVR-KEY
               FILE STATUS IS WS-OVR-FS.
           SELECT CLASSIFY-OUT ASSIGN DYNAMIC WS-CLS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
                   WS-RPT-SCRATCH-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-SCR-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT GEN-CATALOG ASSIGN TO "data/gen-catalog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
               ==CLS-LABEL== BY ==CLS-SCR-LABEL==.
       FD REPORT-SCRATCH.
       01 REPORT-SCR-REC               PIC X(80).
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD GEN-CATALOG.
           COPY GENCATREC.

       WORKING-STORAGE SECTION.
      *> ---- control switches / return code -------------------
      *> ---- divisor/label rule table, loaded from RULES-FILE ----
      *> type and operands as in rulerec.cpy - loading normalizes
      *> a space type to 'D' and space operands to zero so the
      *> classification loop never sees a pre-rule-type record.
      *> Entries are held in precedence order - ascending
      *> priority, ties in load order (see 2095-PLACE-BY-PRIORITY)
      *> - with a space combine mode normalized to 'A'.
      *> WS-RULE-MATCH is scratch for the number being classified.
       01 WS-RULE-TABLE.
           05 WS-RULE-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-RULE-ENTRY OCCURS 20 TIMES
               10 WS-RULE-TYPE         PIC X(1).
               10 WS-RULE-OPRND-1      PIC 9(9).
               10 WS-RULE-OPRND-2      PIC 9(9).
               10 WS-RULE-PRIORITY     PIC 9(3).
               10 WS-RULE-COMBINE      PIC X(1).
               10 WS-RULE-MATCH        PIC X(1).
      *> one WS-RULE-ENTRY, held while an entry moves up the table
       01 WS-RULE-HOLD                 PIC X(47).
       01 WS-RULE-SLOT                 PIC 9(3) VALUE ZERO.
       01 WS-RULES-OVERFLOW            PIC X(1) VALUE "N".
       01 WS-RULE-LABEL-TOTAL-LEN      PIC 9(4) VALUE ZERO.

      *> ---- specific-number override lookup against ------------
      *> ---- OVERRIDE-FILE (see copybooks/ovrdrec.cpy) ------------
      *> an in-force override wins outright over the rule loop -
      *> checked first in 5100-CLASSIFY-ONE by a keyed read of the
      *> master.  A missing override master simply means no
      *> overrides are in force.  WS-OVR-NEXT-SEQ is the next
      *> number at or above WS-OVR-WINDOW-LOW with any entry on
      *> file, WS-OVR-NEXT-HIT/-LABEL its entry in force.
       01 WS-OVR-OPEN                  PIC X(1) VALUE "N".
       01 WS-OVR-WINDOW-LOW            PIC 9(10) VALUE 9999999999.
       01 WS-OVR-NEXT-SEQ              PIC 9(10) VALUE ZERO.
       01 WS-OVR-NEXT-HIT              PIC X(1) VALUE "N".
       01 WS-OVR-NEXT-LABEL            PIC X(10) VALUE SPACES.
       01 WS-OVERRIDE-HIT              PIC X(1) VALUE "N".

      *> ---- rules-master generation resolution --------------------

      *> ---- per-number classification work fields ----------------
       01 WS-MATCH-CNT-THIS            PIC 9(3) VALUE ZERO.
       01 WS-EXCL-IDX                  PIC 9(3) VALUE ZERO.
       01 WS-APPEND-CNT                PIC 9(3) VALUE ZERO.
       01 WS-FALLBACK-CNT              PIC 9(3) VALUE ZERO.
       01 WS-FIRE-MODE                 PIC X(1) VALUE SPACE.
       01 WS-BUILD-LABEL               PIC X(40) VALUE SPACES.
       01 WS-LABEL-PTR                 PIC 9(3) VALUE 1.
       01 WS-NUM-DISPLAY               PIC Z(8)9.
       01 WS-END-MODULUS               PIC 9(9) VALUE ZERO.

      *> ---- dynamic per-step file names ---------------------------
      *> classify, checkpoint, report and totals are dated
      *> generations - step id plus the as-of date the step
      *> classifies under (see 1100-BUILD-FILENAMES); the audit
      *> log is the step's running history and stays undated
       01 WS-CLS-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-CKPT-FILENAME             PIC X(60) VALUE SPACES.
       01 WS-RPT-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-TOT-FS                    PIC XX.
       01 WS-CLS-SCR-FS                PIC XX.
       01 WS-RPT-SCR-FS                PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-CAT-FS                    PIC XX.

      *> ---- run timestamp --------------------------------------------
       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.
       01 WS-CLOCK-DATE                PIC 9(8) VALUE ZERO.
       01 WS-CLOCK-STAMP               PIC X(19) VALUE SPACES.

      *> ---- print report / pagination ----------------------------------
       01 WS-PAGE-NO                   PIC 9(5) VALUE ZERO.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RULES
           PERFORM 2500-OPEN-OVERRIDES
           PERFORM 3000-VALIDATE-PARMS
           IF WS-VALID-OK = "N"
               PERFORM 8000-WRITE-AUDIT
           IF WS-RUN-MODE = SPACE
               MOVE "F" TO WS-RUN-MODE
           END-IF
           PERFORM 1050-READ-BUSINESS-DATE
           PERFORM 1200-BUILD-TIMESTAMP
      *> a zero as-of date means a normal current run - classify
      *> under the rules in force on the business date.  A rerun
      *> of an old range carries that run's date in
      *> PARM-ASOF-DATE instead.
           IF WS-ASOF-DATE = ZERO
               MOVE WS-CURR-DATE TO WS-ASOF-DATE
           END-IF
           PERFORM 1100-BUILD-FILENAMES.

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
               DISPLAY "FIZZBUZZ: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       1100-BUILD-FILENAMES.
      *> every run output is a generation keyed by step and the
      *> as-of date (resolved in 1000-INITIALIZE) - tonight's run
      *> and a rerun of last Thursday's range file under
      *> different names, so neither overwrites the other, and a
      *> restart of either finds its own checkpoint
           STRING "data/classify-" DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   ".out" DELIMITED BY SIZE
               INTO WS-CLS-FILENAME
           STRING "data/checkpoint-" DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-CKPT-FILENAME
           STRING "data/fizzbuzz-" DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           STRING "data/ctltotals-" DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-TOT-FILENAME
           STRING "data/audit-" DELIMITED BY SIZE
               INTO WS-RPT-SCRATCH-FILENAME.

       1200-BUILD-TIMESTAMP.
      *> the run's audit and report stamp carries the business
      *> date (see 1050-READ-BUSINESS-DATE) with the time of day
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
               DELIMITED BY SIZE
               INTO WS-TIMESTAMP.

       1250-BUILD-CLOCK-STAMP.
      *> checkpoints carry the machine clock, not the business
      *> date - fizzbuzz-monitor measures progress rates and
      *> staleness from them against the wall clock
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CLOCK-DATE(1:4) "-" WS-CLOCK-DATE(5:2) "-"
                   WS-CLOCK-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   WS-CURR-TIME(3:2) ":" WS-CURR-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-CLOCK-STAMP.

       2000-LOAD-RULES.
           MOVE ZERO TO WS-RULE-COUNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
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
                   PERFORM 2090-NORMALIZE-RULE-TYPE
                   PERFORM 2095-PLACE-BY-PRIORITY
               ELSE
                   MOVE "Y" TO WS-RULES-OVERFLOW
               END-IF
      *> they always were
           IF WS-RULE-TYPE(WS-RULE-COUNT) = SPACE
               MOVE "D" TO WS-RULE-TYPE(WS-RULE-COUNT)
           END-IF
      *> ... and records written before combine modes existed
      *> read back with a space mode - they append, as every rule
      *> always did
           IF WS-RULE-COMBINE(WS-RULE-COUNT) = SPACE
               MOVE "A" TO WS-RULE-COMBINE(WS-RULE-COUNT)
           END-IF.

       2095-PLACE-BY-PRIORITY.
      *> the entry just loaded moves up past every entry with a
      *> higher priority number, so the table is always in
      *> precedence order and equal priorities keep the order the
      *> master holds them in - with no priorities set the table
      *> is exactly the master's order, as before
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

       2080-LOAD-LEGACY-MASTER.
           OPEN INPUT RULES-FILE
           IF WS-RULES-FS NOT = "00"
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
                   PERFORM 2090-NORMALIZE-RULE-TYPE
                   PERFORM 2095-PLACE-BY-PRIORITY
               ELSE
                   MOVE "Y" TO WS-RULES-OVERFLOW
               END-IF
           END-IF.

       2500-OPEN-OVERRIDES.
      *> overrides are looked up by key as the range is
      *> classified (5120-CHECK-OVERRIDE) against the as-of date,
      *> so an old-as-of-date rerun sees the overrides that
      *> applied then.
      *> File status 35 (no master on file) just means no
      *> overrides are in force.
           MOVE 9999999999 TO WS-OVR-WINDOW-LOW
           MOVE ZERO TO WS-OVR-NEXT-SEQ
           IF WS-OVR-OPEN = "N"
               OPEN INPUT OVERRIDE-FILE
               EVALUATE WS-OVR-FS
                   WHEN "00"
                       MOVE "Y" TO WS-OVR-OPEN
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "FIZZBUZZ: UNABLE TO OPEN"
                           " data/overrides.idx - STATUS " WS-OVR-FS
               END-EVALUATE
           END-IF.

       3000-VALIDATE-PARMS.
                   MOVE "N" TO WS-VALID-OK
                   MOVE 24 TO WS-RETURN-CODE
               END-IF
               MOVE ZERO TO WS-RULE-LABEL-TOTAL-LEN
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                       "' IN RULE " WS-RULE-DIVISOR(WS-RULE-IDX)
                   MOVE "N" TO WS-VALID-OK
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE
           IF WS-RULE-COMBINE(WS-RULE-IDX) NOT = "A"
                   AND WS-RULE-COMBINE(WS-RULE-IDX) NOT = "X"
                   AND WS-RULE-COMBINE(WS-RULE-IDX) NOT = "F"
               DISPLAY "FIZZBUZZ: INVALID PARMS - UNKNOWN COMBINE"
                   " MODE '" WS-RULE-COMBINE(WS-RULE-IDX)
                   "' IN RULE " WS-RULE-DIVISOR(WS-RULE-IDX)
               MOVE "N" TO WS-VALID-OK
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       3500-RESOLVE-RESTART.
           MOVE "N" TO WS-LAST-CKPT-FOUND
           END-IF.

       5120-CHECK-OVERRIDE.
      *> is an override in force for CTR on the as-of date?
      *> Numbers arrive in ascending order, so the master is read
      *> in key order alongside them: positioned at the first
      *> number, then again only once the number passes the next
      *> one that has any entry on file.  Numbers in between cost
      *> no I/O.  Out-of-order numbers simply reposition.
           MOVE "N" TO WS-OVERRIDE-HIT
           IF WS-OVR-OPEN = "Y"
               IF CTR < WS-OVR-WINDOW-LOW
                       OR CTR > WS-OVR-NEXT-SEQ
                   PERFORM 5125-POSITION-OVERRIDES
               END-IF
               IF CTR = WS-OVR-NEXT-SEQ AND WS-OVR-NEXT-HIT = "Y"
                   MOVE "Y" TO WS-OVERRIDE-HIT
                   MOVE WS-OVR-NEXT-LABEL TO WS-BUILD-LABEL
               END-IF
           END-IF.

       5125-POSITION-OVERRIDES.
      *> finds the first number at or above CTR with any
      *> entry on file and settles, from all that number's
      *> entries, which one (if any) is in force on the as-of
      *> date - the latest-effective in-force entry wins
           MOVE CTR TO WS-OVR-WINDOW-LOW
           MOVE 9999999999 TO WS-OVR-NEXT-SEQ
           MOVE "N" TO WS-OVR-NEXT-HIT
           MOVE CTR TO OVR-SEQ-NO
           MOVE ZERO TO OVR-EFF-FROM
           START OVERRIDE-FILE KEY IS NOT LESS THAN OVR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ OVERRIDE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OVR-SEQ-NO TO WS-OVR-NEXT-SEQ
                   END-READ
           END-START
           PERFORM UNTIL WS-OVR-FS NOT = "00"
                   OR OVR-SEQ-NO NOT = WS-OVR-NEXT-SEQ
               IF OVR-ACTIVE = "Y"
                       AND OVR-EFF-FROM <= WS-ASOF-DATE
                       AND WS-ASOF-DATE <= OVR-EFF-TO
                   MOVE "Y" TO WS-OVR-NEXT-HIT
                   MOVE OVR-LABEL TO WS-OVR-NEXT-LABEL
               END-IF
               READ OVERRIDE-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM.

       5130-CLASSIFY-BY-RULES.
      *> every rule is tested, then the combine modes settle which
      *> of the matches fire (see copybooks/rulerec.cpy): the
      *> highest-precedence matching exclusive rule alone, else
      *> every matching append rule, else every matching
      *> fallback rule - labels concatenated in table
      *> (precedence) order.  Only rules that fire count as hits.
           MOVE ZERO TO WS-EXCL-IDX
           MOVE ZERO TO WS-APPEND-CNT
           MOVE ZERO TO WS-FALLBACK-CNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM 5150-TEST-ONE-RULE
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
                       PERFORM 5140-FIRE-RULE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MATCH-CNT-THIS = ZERO
               MOVE CTR TO WS-NUM-DISPLAY
               MOVE FUNCTION TRIM(WS-NUM-DISPLAY) TO WS-BUILD-LABEL
           ADD 1 TO WS-GRAND-TOTAL
           MOVE CTR TO WS-LAST-PROCESSED.

       5140-FIRE-RULE.
           ADD 1 TO WS-MATCH-CNT-THIS
           ADD 1 TO WS-RULE-HITS(WS-RULE-IDX)
           STRING WS-RULE-LABEL(WS-RULE-IDX)
                   DELIMITED BY SPACE
               INTO WS-BUILD-LABEL
               WITH POINTER WS-LABEL-PTR
               ON OVERFLOW
      *> 3000-VALIDATE-PARMS rejects any rule set whose labels
      *> can't all fit, so this should be unreachable - kept as a
      *> visible safety net instead of a silent truncation.
                   DISPLAY "FIZZBUZZ: LABEL BUILD OVERFLOW"
                       " AT CTR " CTR " - RULES CHANGED"
                       " SINCE VALIDATION?"
           END-STRING.

       5150-TEST-ONE-RULE.
      *> evaluates the rule at WS-RULE-IDX against CTR, leaving
      *> the verdict in WS-RULE-MATCHED.  The type codes and
       5400-WRITE-CHECKPOINT.
           MOVE WS-STEP-ID TO CKPT-STEP-ID
           MOVE WS-LAST-PROCESSED TO CKPT-LAST-CTR
      *> stamp the time this checkpoint is actually being written
      *> - a stamp built once at 1000-INITIALIZE would give every
      *> checkpoint in a long run the run's start time instead of
      *> its own.
           PERFORM 1250-BUILD-CLOCK-STAMP
           MOVE WS-CLOCK-STAMP TO CKPT-TIMESTAMP
           MOVE WS-PLAIN-COUNT TO CKPT-PLAIN-COUNT
           MOVE WS-MATCH-COUNT TO CKPT-MATCH-COUNT
           MOVE WS-MULTI-COUNT TO CKPT-MULTI-COUNT
       7000-CLOSE-RUN-FILES.
           CLOSE CLASSIFY-OUT
           CLOSE CHECKPOINT-FILE
           CLOSE REPORT-FILE
           IF WS-OVR-OPEN = "Y"
               CLOSE OVERRIDE-FILE
           END-IF
           PERFORM 7100-CATALOG-GENERATIONS.

       7100-CATALOG-GENERATIONS.
      *> list this step's generations in data/gen-catalog.dat
      *> (see copybooks/gencatrec.cpy) - a missing catalog is
      *> simply started, an unwritable one is warned about but
      *> does not fail a run whose output is already good
           OPEN EXTEND GEN-CATALOG
           IF WS-CAT-FS = "35"
               OPEN OUTPUT GEN-CATALOG
           END-IF
           IF WS-CAT-FS NOT = "00"
               DISPLAY "FIZZBUZZ: UNABLE TO OPEN"
                   " data/gen-catalog.dat - STATUS " WS-CAT-FS
                   " - GENERATIONS NOT CATALOGED"
           ELSE
               MOVE WS-ASOF-DATE TO GC-BUS-DATE
               MOVE WS-STEP-ID TO GC-STEP-ID
               MOVE "ONLINE" TO GC-STATUS
               MOVE "fizzbuzz" TO GC-PROGRAM
               MOVE WS-TIMESTAMP TO GC-TIMESTAMP
               MOVE "CLASSIFY" TO GC-FILE-TYPE
               MOVE WS-CLS-LINES-WRITTEN TO GC-REC-COUNT
               MOVE WS-CLS-FILENAME TO GC-FILE-NAME
               WRITE GEN-CATALOG-REC
               MOVE "REPORT" TO GC-FILE-TYPE
               MOVE WS-RPT-LINES-WRITTEN TO GC-REC-COUNT
               MOVE WS-RPT-FILENAME TO GC-FILE-NAME
               WRITE GEN-CATALOG-REC
               MOVE "CTLTOTAL" TO GC-FILE-TYPE
               MOVE 1 TO GC-REC-COUNT
               MOVE WS-TOT-FILENAME TO GC-FILE-NAME
               WRITE GEN-CATALOG-REC
               MOVE "CHECKPT" TO GC-FILE-TYPE
               MOVE ZERO TO GC-REC-COUNT
               MOVE WS-CKPT-FILENAME TO GC-FILE-NAME
               WRITE GEN-CATALOG-REC
               CLOSE GEN-CATALOG
           END-IF.

       8000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG
