       PROGRAM-ID. fizzbuzz-correct.
      *> Correction run for the records fizzbuzz-verify flagged.
      *> Reads the machine-readable exception file verify writes
      *> (data/verify-exceptions-<YYYYMMDD>.dat, see
      *> vfyexcrec.cpy) and,
      *> step by step, reclassifies exactly the flagged sequence
      *> numbers under the step's pinned rule generation and
      *> in-force overrides (resolved precisely as verify
      *>   GAP - the missing record is built and inserted in
      *>       sequence;
      *>   DUP - the extra occurrence is dropped.
      *> The step's classify-<step>-<YYYYMMDD>.out generation is
      *> patched in place (via a .new scratch copy, the same
      *> resync pattern fizzbuzz uses on restart), the corrected
      *> records are patched into the classification master run
      *> loaded for the same business date when one is on line,
      *> the patched generations are re-cataloged in
      *> data/gen-catalog.dat, and every correction is appended to
      *> data/correction-audit.log with its before and after
      *> images (see corraudrec.cpy) so the fix is provable.
      *> The step's control totals are adjusted so the patched
      *> original run - rerun fizzbuzz-verify after correcting,
      *> and re-consolidate before anything is extracted.
      *> First argument is the exception file (default
      *> data/verify-exceptions-<YYYYMMDD>.dat), second the
      *> business date of the generation being corrected (default
      *> the business date on data/bizdate.dat).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "data/rules.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FS.
           SELECT OVERRIDE-FILE ASSIGN TO "data/overrides.idx"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OVR-KEY
               FILE STATUS IS WS-OVR-FS.
           SELECT RULES-GEN-PTR ASSIGN TO "data/rulesgen.dat"
               ORGANIZATION LINE SEQUENTIAL
           SELECT RUN-REGISTRY ASSIGN TO "data/run-registry.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT GEN-CATALOG ASSIGN TO "data/gen-catalog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD EXC-FILE.
           COPY CLSMSTREC.
       FD RUN-REGISTRY.
           COPY RUNREGREC.
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD GEN-CATALOG.
           COPY GENCATREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-CLS-NEW-FILENAME          PIC X(64) VALUE SPACES.
       01 WS-TOT-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-STEP-ID                   PIC X(4) VALUE SPACES.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(60) VALUE SPACES.
       01 WS-ARG2                      PIC X(9) VALUE SPACES.

       01 WS-EXC-FS                    PIC XX.
       01 WS-RULES-FS                  PIC XX.
       01 WS-LOG-FS                    PIC XX.
       01 WS-MST-FS                    PIC XX.
       01 WS-REG-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-CAT-FS                    PIC XX.

       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
      *> business date of the generation under correction - the
      *> as-of date the steps ran with (see fizzbuzz-verify)
       01 WS-BUS-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.

       01 WS-STEP-LAST                 PIC 9(4) VALUE ZERO.

      *> ---- rules-master generation resolution, pinned to the ---
      *> ---- step's dated totals exactly as fizzbuzz-verify ------
      *> ---- resolves it -----------------------------------------
       01 WS-TRY-VERSION               PIC 9(4) VALUE ZERO.
       01 WS-GEN-FOUND                 PIC X(1) VALUE "N".
               10 WS-RULE-TYPE         PIC X(1).
               10 WS-RULE-OPRND-1      PIC 9(9).
               10 WS-RULE-OPRND-2      PIC 9(9).
               10 WS-RULE-PRIORITY     PIC 9(3).
               10 WS-RULE-COMBINE      PIC X(1).
               10 WS-RULE-MATCH        PIC X(1).
      *> one WS-RULE-ENTRY, held while an entry moves up the table
       01 WS-RULE-HOLD                 PIC X(38).
       01 WS-RULE-SLOT                 PIC 9(3) VALUE ZERO.
      *> keyed override lookup, as 4020-CHECK-OVERRIDE in verify
       01 WS-OVR-OPEN                  PIC X(1) VALUE "N".
       01 WS-OVR-WINDOW-LOW            PIC 9(10) VALUE 9999999999.
       01 WS-OVR-NEXT-SEQ              PIC 9(10) VALUE ZERO.
       01 WS-OVR-NEXT-HIT              PIC X(1) VALUE "N".
       01 WS-OVR-NEXT-LABEL            PIC X(10) VALUE SPACES.
       01 WS-OVERRIDE-HIT              PIC X(1) VALUE "N".

      *> ---- recomputation work fields, mirroring verify ----------
       01 WS-WORK-SEQ                  PIC 9(9) VALUE ZERO.
       01 WS-MATCH-CNT-THIS            PIC 9(3) VALUE ZERO.
       01 WS-EXCL-IDX                  PIC 9(3) VALUE ZERO.
       01 WS-APPEND-CNT                PIC 9(3) VALUE ZERO.
       01 WS-FALLBACK-CNT              PIC 9(3) VALUE ZERO.
       01 WS-FIRE-MODE                 PIC X(1) VALUE SPACE.
       01 WS-BUILD-LABEL               PIC X(40) VALUE SPACES.
       01 WS-LABEL-PTR                 PIC 9(3) VALUE 1.
       01 WS-NUM-DISPLAY               PIC Z(8)9.
      *> the scratch copy is copied back - the one figure about
      *> the file that is KNOWN rather than inferred
       01 WS-PATCHED-REC-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-TOTALS-REWRITTEN          PIC X(1) VALUE "N".

      *> ---- run-wide counters ------------------------------------
       01 WS-TOTAL-FILL-COUNT          PIC 9(9) VALUE ZERO.
           IF WS-LOG-OPEN = "Y"
               CLOSE CORR-LOG
           END-IF
           IF WS-OVR-OPEN = "Y"
               CLOSE OVERRIDE-FILE
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
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
           IF WS-ARG2 = SPACES
               MOVE WS-CURR-DATE TO WS-BUS-DATE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ARG2) = ZERO
                   COMPUTE WS-BUS-DATE = FUNCTION NUMVAL(WS-ARG2)
               ELSE
                   DISPLAY "FIZZBUZZ-CORRECT: BUSINESS DATE '"
                       WS-ARG2 "' IS NOT NUMERIC - USING "
                       WS-CURR-DATE
                   MOVE WS-CURR-DATE TO WS-BUS-DATE
               END-IF
           END-IF
           IF WS-ARG1 = SPACES
               STRING "data/verify-exceptions-" DELIMITED BY SIZE
                       WS-BUS-DATE DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                   INTO WS-EXC-PATH
           ELSE
               MOVE WS-ARG1 TO WS-EXC-PATH
           END-IF
           DISPLAY "FIZZBUZZ-CORRECT: CORRECTING GENERATIONS FOR "
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
               DISPLAY "FIZZBUZZ-CORRECT: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       1100-LOAD-EXCEPTIONS.
           OPEN INPUT EXC-FILE
           END-IF.

       1300-RESOLVE-MASTER-RUN.
      *> corrections are patched into the newest master run
      *> loaded for the generation's business date - a run of
      *> another date holds other data, and a shop that has not
      *> loaded the date (or purged it) just gets the flat files
      *> patched, with a notice
           MOVE "N" TO WS-MASTER-AVAILABLE
           MOVE ZERO TO WS-PATCH-RUN-ID
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RR-RUN-DATE = WS-BUS-DATE
                                   AND RR-RUN-ID > WS-PATCH-RUN-ID
                               MOVE RR-RUN-ID TO WS-PATCH-RUN-ID
                           END-IF
                   END-READ
                       WS-MST-FS " - MASTER NOT PATCHED"
               END-IF
           ELSE
               DISPLAY "FIZZBUZZ-CORRECT: NO MASTER RUN DATED "
                   WS-BUS-DATE " ON LINE - MASTER NOT PATCHED"
           END-IF.

       2000-CORRECT-ALL-STEPS.
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
           MOVE SPACES TO WS-CLS-NEW-FILENAME
           STRING WS-CLS-FILENAME DELIMITED BY SPACE
                   ".new" DELIMITED BY SIZE
               INTO WS-CLS-NEW-FILENAME
           PERFORM 3100-RESOLVE-STEP-ASOF
           PERFORM 3200-LOAD-RULES
           PERFORM 3500-OPEN-OVERRIDES
           IF WS-RULE-COUNT = ZERO
               DISPLAY "FIZZBUZZ-CORRECT: NO RULES IN FORCE ON "
                   WS-ASOF-DATE " FOR STEP " WS-STEP-ID
               IF WS-STEP-OK = "Y"
                   PERFORM 4700-COPY-NEW-BACK
                   PERFORM 5000-ADJUST-STEP-TOTALS
                   PERFORM 5200-CATALOG-STEP
                   ADD 1 TO WS-STEPS-PATCHED
                   ADD WS-FILL-COUNT TO WS-TOTAL-FILL-COUNT
                   ADD WS-DROP-COUNT TO WS-TOTAL-DROP-COUNT
      *> the step's as-of date and pinned rule generation are
      *> resolved exactly as fizzbuzz-verify resolves them, so a
      *> correction classifies under the same rules the
      *> verification condemned the record against: the as-of
      *> date is the generation's business date, the version
      *> comes from the generation's control totals, else from
      *> the step's newest audit record
           MOVE WS-BUS-DATE TO WS-ASOF-DATE
           PERFORM 3120-RESOLVE-FROM-TOTALS
           IF WS-PIN-KNOWN = "N"
               PERFORM 3150-RESOLVE-FROM-AUDIT
           END-IF.

       3120-RESOLVE-FROM-TOTALS.
           MOVE ZERO TO WS-PINNED-VERSION
           MOVE "N" TO WS-PIN-KNOWN
           OPEN INPUT CTLTOT-FILE
           IF WS-TOT-FS = "00"
               READ CTLTOT-FILE
               IF WS-TOT-FS = "00" AND TOT-RULE-VERSION IS NUMERIC
                   MOVE TOT-RULE-VERSION TO WS-PINNED-VERSION
                   MOVE "Y" TO WS-PIN-KNOWN
               END-IF
               CLOSE CTLTOT-FILE
           END-IF.

       3150-RESOLVE-FROM-AUDIT.
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
                   PERFORM 3260-NORMALIZE-RULE-TYPE
                   PERFORM 3270-PLACE-BY-PRIORITY
               END-IF
           END-IF.

      *> always were, exactly as fizzbuzz does on load
           IF WS-RULE-TYPE(WS-RULE-COUNT) = SPACE
               MOVE "D" TO WS-RULE-TYPE(WS-RULE-COUNT)
           END-IF
      *> and a space combine mode appends, as in fizzbuzz
           IF WS-RULE-COMBINE(WS-RULE-COUNT) = SPACE
               MOVE "A" TO WS-RULE-COMBINE(WS-RULE-COUNT)
           END-IF.

       3270-PLACE-BY-PRIORITY.
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

       3300-ADD-RULE-ENTRY.
           IF RULE-ACTIVE = "Y"
                   AND RULE-EFF-FROM <= WS-ASOF-DATE
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
                   PERFORM 3260-NORMALIZE-RULE-TYPE
                   PERFORM 3270-PLACE-BY-PRIORITY
               END-IF
           END-IF.

       3500-OPEN-OVERRIDES.
      *> opened once for the run; each step starts a fresh
      *> lookup window because its as-of date may differ.
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
                       DISPLAY "FIZZBUZZ-CORRECT: UNABLE TO OPEN"
                           " data/overrides.idx - STATUS " WS-OVR-FS
               END-EVALUATE
           END-IF.

       4000-REWRITE-STEP-FILE.
           MOVE ZERO TO WS-MATCH-CNT-THIS
           MOVE SPACES TO WS-BUILD-LABEL
           MOVE 1 TO WS-LABEL-PTR
           PERFORM 4520-CHECK-OVERRIDE
           IF WS-OVERRIDE-HIT = "Y"
               MOVE "O" TO WS-EXPECT-CODE
           ELSE
               PERFORM 4550-RECOMPUTE-BY-RULES
           END-IF.

       4520-CHECK-OVERRIDE.
      *> is an override in force for WS-WORK-SEQ on the step's
      *> as-of date?
      *> Numbers arrive in ascending order, so the master is read
      *> in key order alongside them: positioned at the first
      *> number, then again only once the number passes the next
      *> one that has any entry on file.  Numbers in between cost
      *> no I/O.  Out-of-order numbers simply reposition.
           MOVE "N" TO WS-OVERRIDE-HIT
           IF WS-OVR-OPEN = "Y"
               IF WS-WORK-SEQ < WS-OVR-WINDOW-LOW
                       OR WS-WORK-SEQ > WS-OVR-NEXT-SEQ
                   PERFORM 4525-POSITION-OVERRIDES
               END-IF
               IF WS-WORK-SEQ = WS-OVR-NEXT-SEQ
                       AND WS-OVR-NEXT-HIT = "Y"
                   MOVE "Y" TO WS-OVERRIDE-HIT
                   MOVE WS-OVR-NEXT-LABEL TO WS-BUILD-LABEL
               END-IF
           END-IF.

       4525-POSITION-OVERRIDES.
      *> finds the first number at or above WS-WORK-SEQ with any
      *> entry on file and settles, from all that number's
      *> entries, which one (if any) is in force on the as-of
      *> date - the latest-effective in-force entry wins
           MOVE WS-WORK-SEQ TO WS-OVR-WINDOW-LOW
           MOVE 9999999999 TO WS-OVR-NEXT-SEQ
           MOVE "N" TO WS-OVR-NEXT-HIT
           MOVE WS-WORK-SEQ TO OVR-SEQ-NO
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

       4550-RECOMPUTE-BY-RULES.
      *> mirror of 5130-CLASSIFY-BY-RULES in fizzbuzz - the
      *> highest-precedence matching exclusive rule alone, else
      *> every matching append rule, else every matching
      *> fallback rule
           MOVE ZERO TO WS-EXCL-IDX
           MOVE ZERO TO WS-APPEND-CNT
           MOVE ZERO TO WS-FALLBACK-CNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM 4600-TEST-ONE-RULE
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
                       ADD 1 TO WS-MATCH-CNT-THIS
                       STRING WS-RULE-LABEL(WS-RULE-IDX)
                               DELIMITED BY SPACE
                           INTO WS-BUILD-LABEL
                           WITH POINTER WS-LABEL-PTR
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MATCH-CNT-THIS = ZERO
               MOVE WS-WORK-SEQ TO WS-NUM-DISPLAY
               MOVE FUNCTION TRIM(WS-NUM-DISPLAY) TO WS-BUILD-LABEL
      *> The per-rule hit counts and the splits of
      *> corrected-in-place records still describe the original
      *> run.
           MOVE "N" TO WS-TOTALS-REWRITTEN
           IF WS-FILL-COUNT = ZERO AND WS-DROP-COUNT = ZERO
               CONTINUE
           ELSE
               OPEN INPUT CTLTOT-FILE
               IF WS-TOT-FS NOT = "00"
                   DISPLAY "FIZZBUZZ-CORRECT: UNABLE TO OPEN "
           ELSE
               WRITE CTL-TOT-REC
               CLOSE CTLTOT-FILE
               MOVE "Y" TO WS-TOTALS-REWRITTEN
           END-IF.

       5200-CATALOG-STEP.
      *> the patched generation (and its totals, when rewritten)
      *> get a fresh catalog entry - the newest entry for a file
      *> is its current state, so the catalog shows who last
      *> touched it and the record count now on disk
           OPEN EXTEND GEN-CATALOG
           IF WS-CAT-FS = "35"
               OPEN OUTPUT GEN-CATALOG
           END-IF
           IF WS-CAT-FS NOT = "00"
               DISPLAY "FIZZBUZZ-CORRECT: UNABLE TO OPEN"
                   " data/gen-catalog.dat - STATUS " WS-CAT-FS
                   " - STEP " WS-STEP-ID " NOT RE-CATALOGED"
           ELSE
               MOVE WS-BUS-DATE TO GC-BUS-DATE
               MOVE WS-STEP-ID TO GC-STEP-ID
               MOVE "ONLINE" TO GC-STATUS
               MOVE "fizzbuzz-correct" TO GC-PROGRAM
               MOVE WS-TIMESTAMP TO GC-TIMESTAMP
               MOVE "CLASSIFY" TO GC-FILE-TYPE
               MOVE WS-PATCHED-REC-COUNT TO GC-REC-COUNT
               MOVE WS-CLS-FILENAME TO GC-FILE-NAME
               WRITE GEN-CATALOG-REC
               IF WS-TOTALS-REWRITTEN = "Y"
                   MOVE "CTLTOTAL" TO GC-FILE-TYPE
                   MOVE 1 TO GC-REC-COUNT
                   MOVE WS-TOT-FILENAME TO GC-FILE-NAME
                   WRITE GEN-CATALOG-REC
               END-IF
               CLOSE GEN-CATALOG
           END-IF.

       6100-PATCH-MASTER-RECORD.
      *> the corrected record goes into the business date's run -
      *> WRITE for a record that was never loaded (a filled
      *> gap), REWRITE when the key already exists
           IF WS-MASTER-AVAILABLE = "Y"
