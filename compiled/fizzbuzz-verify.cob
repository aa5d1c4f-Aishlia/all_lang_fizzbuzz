      *> classification output before fizzbuzz-consolidate's
      *> merged file is released downstream.  The consolidate
      *> step only proves the control totals add up; this program
      *> re-reads every classify-<step>-<YYYYMMDD>.out record of
      *> one business date's generation, independently
      *> recomputes the classification of each CLS-SEQ-NO against
      *> the rules master (newest complete generation, exactly as
      *> fizzbuzz loads it), and reports any record whose CLS-CODE
      *> A non-zero return code lets the job stream stop the
      *> consolidated file from being sent when verification
      *> fails.  First argument is the step list (default
      *> data/steps.dat), second the business date of the
      *> generation to verify (default the business date on
      *> data/bizdate.dat).  The rule set each step is verified
      *> against is the one the step actually ran under: the
      *> generation pinned by TOT-RULE-VERSION in the step's
      *> dated control totals (AUD-RULE-VERSION in its audit log
      *> when the totals are missing), filtered by the
      *> generation's own as-of date - so maintenance applied
      *> after the step ran cannot flag good output.  Findings
      *> go to data/verify-exceptions-<YYYYMMDD>.dat, cataloged
      *> in data/gen-catalog.dat.  A failing or unverifiable
      *> step is also opened on the incident register
      *> (data/incident-register.dat, see increc.cpy), one entry
      *> per step, business date and finding type.
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
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-FS.
           SELECT VFY-EXC-FILE
               ASSIGN DYNAMIC WS-EXC-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT CTLTOT-IN ASSIGN DYNAMIC WS-TOT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOT-FS.
           SELECT GEN-CATALOG ASSIGN TO "data/gen-catalog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FS.
           SELECT INCIDENT-FILE
               ASSIGN TO "data/incident-register.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD STEPS-FILE.
           COPY CLSREC.
       FD VFY-EXC-FILE.
           COPY VFYEXCREC.
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD CTLTOT-IN.
           COPY CTLTOTREC.
       FD GEN-CATALOG.
           COPY GENCATREC.
       FD INCIDENT-FILE.
           COPY INCREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-PARM-PATH                 PIC X(60) VALUE SPACES.
       01 WS-AUD-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-CLS-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-TOT-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-EXC-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-STEP-ID                   PIC X(4) VALUE SPACES.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(60) VALUE SPACES.
       01 WS-ARG2                      PIC X(9) VALUE SPACES.

       01 WS-STEPS-FS                  PIC XX.
       01 WS-RULES-FS                  PIC XX.
       01 WS-AUD-FS                    PIC XX.
       01 WS-CLS-FS                    PIC XX.
       01 WS-EXC-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-TOT-FS                    PIC XX.
       01 WS-CAT-FS                    PIC XX.
       01 WS-INC-FS                    PIC XX.

      *> ---- machine-readable exception file -----------------------
      *> every finding is also written as a VFY-EXC-REC so
       01 WS-GEN-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-VERSION-DIGITS            PIC 9(4) VALUE ZERO.

      *> business date of the generation under verification -
      *> fizzbuzz keys its outputs by the as-of date it ran with,
      *> so the generation date IS the step's as-of date
       01 WS-BUS-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-ASOF-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.
       01 WS-NEWEST-AUD-DATE           PIC 9(8) VALUE ZERO.
       01 WS-AUD-REC-DATE              PIC 9(8) VALUE ZERO.

      *> rule version pinned from the step's dated control totals
      *> (or failing those its newest audit record) - verifying
      *> against exactly the generation the step loaded
      *> means maintenance applied AFTER the step ran (even the
      *> same day) can never flag the step's good output
       01 WS-PINNED-VERSION            PIC 9(4) VALUE ZERO.
       01 WS-PIN-KNOWN                 PIC X(1) VALUE "N".

      *> the step's own range, captured from its dated control
      *> totals (the range actually run), else its runparm, so
      *> a classify-out missing its head or tail (truncated
      *> transfer, crashed step) is caught as a gap instead of
      *> sailing through on internal contiguity alone

      *> divisor/label rule table loaded per step, mirroring
      *> 2000-LOAD-RULES in fizzbuzz so the recomputation is an
      *> independent pass over the same rule versions - held in
      *> the same precedence order (see 2270-PLACE-BY-PRIORITY).
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
       01 WS-RULE-HOLD                 PIC X(38).
       01 WS-RULE-SLOT                 PIC 9(3) VALUE ZERO.

      *> rule-test work fields, mirroring 5150-TEST-ONE-RULE in
      *> fizzbuzz
       01 WS-NUM-TEXT                  PIC X(9) VALUE SPACES.
       01 WS-END-MODULUS               PIC 9(9) VALUE ZERO.

      *> specific-number override lookup, keyed against the
      *> master with the step's as-of date exactly as
      *> 5120-CHECK-OVERRIDE in fizzbuzz - an in-force override
      *> must re-verify as CLS-CODE 'O' with the override label
       01 WS-OVR-OPEN                  PIC X(1) VALUE "N".
       01 WS-OVR-WINDOW-LOW            PIC 9(10) VALUE 9999999999.
       01 WS-OVR-NEXT-SEQ              PIC 9(10) VALUE ZERO.
       01 WS-OVR-NEXT-HIT              PIC X(1) VALUE "N".
       01 WS-OVR-NEXT-LABEL            PIC X(10) VALUE SPACES.
       01 WS-OVERRIDE-HIT              PIC X(1) VALUE "N".

      *> expected classification rebuilt for the record in hand
       01 WS-MATCH-CNT-THIS            PIC 9(3) VALUE ZERO.
       01 WS-EXCL-IDX                  PIC 9(3) VALUE ZERO.
       01 WS-APPEND-CNT                PIC 9(3) VALUE ZERO.
       01 WS-FALLBACK-CNT              PIC 9(3) VALUE ZERO.
       01 WS-FIRE-MODE                 PIC X(1) VALUE SPACE.
       01 WS-BUILD-LABEL               PIC X(40) VALUE SPACES.
       01 WS-LABEL-PTR                 PIC 9(3) VALUE 1.
       01 WS-NUM-DISPLAY               PIC Z(8)9.
       01 WS-TOTAL-DUP-COUNT           PIC 9(9) VALUE ZERO.
       01 WS-STEPS-VERIFIED            PIC 9(3) VALUE ZERO.

      *> ---- incident register -------------------------------------
      *> the finding being opened - step, type and detail set by
      *> the caller of 8000-OPEN-INCIDENT
       01 WS-INC-STEP-ID               PIC X(4) VALUE SPACES.
       01 WS-INC-FINDING               PIC X(8) VALUE SPACES.
       01 WS-INC-DETAIL                PIC X(60) VALUE SPACES.
       01 WS-INC-READ-OK               PIC X(1) VALUE "N".
       01 WS-INC-LAST-ID               PIC 9(6) VALUE ZERO.
       01 WS-INC-FOUND-ID              PIC 9(6) VALUE ZERO.
       01 WS-INC-OPENED-COUNT          PIC 9(5) VALUE ZERO.

      *> cap on per-record detail lines so a systematically wrong
      *> step (e.g. run against a stale rules master) reports a
      *> readable sample plus counts instead of millions of lines
           IF WS-EXC-FS = "00"
               MOVE "Y" TO WS-EXC-OPEN
           ELSE
               DISPLAY "FIZZBUZZ-VERIFY: UNABLE TO OPEN "
                   WS-EXC-FILENAME " - STATUS "
                   WS-EXC-FS " - FINDINGS NOT MACHINE-READABLE"
           END-IF
           OPEN INPUT STEPS-FILE
           END-IF
           IF WS-EXC-OPEN = "Y"
               CLOSE VFY-EXC-FILE
               PERFORM 5700-CATALOG-EXCEPTIONS
           END-IF
           IF WS-OVR-OPEN = "Y"
               CLOSE OVERRIDE-FILE
           END-IF
           PERFORM 6000-WRITE-SUMMARY
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
                   DISPLAY "FIZZBUZZ-VERIFY: BUSINESS DATE '"
                       WS-ARG2 "' IS NOT NUMERIC - USING "
                       WS-CURR-DATE
                   MOVE WS-CURR-DATE TO WS-BUS-DATE
               END-IF
           END-IF
           STRING "data/verify-exceptions-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-EXC-FILENAME
           DISPLAY "FIZZBUZZ-VERIFY: VERIFYING GENERATIONS FOR "
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
               DISPLAY "FIZZBUZZ-VERIFY: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       2000-VERIFY-ONE-STEP.
           MOVE SL-STEP-ID TO WS-STEP-ID
           MOVE SPACES TO WS-CLS-FILENAME
           STRING "data/classify-" DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".out" DELIMITED BY SIZE
               INTO WS-CLS-FILENAME
           PERFORM 2100-RESOLVE-STEP-ASOF
           PERFORM 2200-LOAD-RULES
           PERFORM 2500-OPEN-OVERRIDES
           IF WS-RULE-COUNT = ZERO
               DISPLAY "FIZZBUZZ-VERIFY: NO RULES IN FORCE ON "
                   WS-ASOF-DATE " FOR STEP " WS-STEP-ID
                   " - STEP NOT VERIFIED"
               MOVE 16 TO WS-RETURN-CODE
               MOVE SPACES TO WS-INC-DETAIL
               STRING "STEP " WS-STEP-ID " NOT VERIFIED - NO RULES"
                       " IN FORCE ON " WS-ASOF-DATE
                   DELIMITED BY SIZE
                   INTO WS-INC-DETAIL
               MOVE "NOTVRFD" TO WS-INC-FINDING
               PERFORM 8000-OPEN-INCIDENT
           ELSE
               PERFORM 3000-VERIFY-STEP-RECORDS
           END-IF.

       2100-RESOLVE-STEP-ASOF.
      *> the generation's business date is the as-of date the
      *> step ran with, so the recomputation loads the same rule
      *> versions.  The step's range and run mode are captured
      *> for the head/tail sequence check; a runparm now carrying
      *> a different as-of date belongs to another generation and
      *> is only reported.
           MOVE SPACES TO WS-PARM-PATH
           STRING "data/runparm-" DELIMITED BY SIZE
                   WS-STEP-ID DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-PARM-PATH
           MOVE WS-BUS-DATE TO WS-ASOF-DATE
           MOVE "N" TO WS-RANGE-KNOWN
           MOVE "F" TO WS-STEP-RUN-MODE
           OPEN INPUT RUNPARM-FILE
           IF WS-PARM-FS = "00"
               READ RUNPARM-FILE
               IF WS-PARM-FS = "00"
                   IF PARM-ASOF-DATE NOT = ZERO
                           AND PARM-ASOF-DATE NOT = WS-BUS-DATE
                       DISPLAY "FIZZBUZZ-VERIFY: STEP " WS-STEP-ID
                           " RUNPARM AS-OF " PARM-ASOF-DATE
                           " IS NOT THIS GENERATION'S DATE"
                   END-IF
                   MOVE PARM-START-RANGE TO WS-STEP-START
                   MOVE PARM-END-RANGE TO WS-STEP-END
                   MOVE "Y" TO WS-RANGE-KNOWN
               END-IF
               CLOSE RUNPARM-FILE
           END-IF
           PERFORM 2120-RESOLVE-FROM-TOTALS
           IF WS-PIN-KNOWN = "N"
               PERFORM 2150-RESOLVE-FROM-AUDIT
           END-IF.

       2120-RESOLVE-FROM-TOTALS.
      *> the generation's own control totals say exactly which
      *> rule version and range produced it - the audit log only
      *> knows the step's newest run, which may be a different
      *> generation
           MOVE ZERO TO WS-PINNED-VERSION
           MOVE "N" TO WS-PIN-KNOWN
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
                   IF TOT-RULE-VERSION IS NUMERIC
                       MOVE TOT-RULE-VERSION TO WS-PINNED-VERSION
                       MOVE "Y" TO WS-PIN-KNOWN
                   END-IF
                   MOVE TOT-START-RANGE TO WS-STEP-START
                   MOVE TOT-END-RANGE TO WS-STEP-END
                   MOVE "Y" TO WS-RANGE-KNOWN
               END-IF
               CLOSE CTLTOT-IN
           END-IF.

       2150-RESOLVE-FROM-AUDIT.
      *> with no control totals for the generation, the newest
      *> audit record's AUD-RULE-VERSION pins the generation the
      *> step last loaded (old pre-version audit records are
      *> skipped for the pin - their version bytes are not
      *> numeric)
           MOVE ZERO TO WS-NEWEST-AUD-DATE
           MOVE ZERO TO WS-PINNED-VERSION
           MOVE "N" TO WS-PIN-KNOWN
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

      *> always were, exactly as fizzbuzz does on load
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
                   PERFORM 2260-NORMALIZE-RULE-TYPE
                   PERFORM 2270-PLACE-BY-PRIORITY
               END-IF
           END-IF.

       2500-OPEN-OVERRIDES.
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
                       DISPLAY "FIZZBUZZ-VERIFY: UNABLE TO OPEN"
                           " data/overrides.idx - STATUS " WS-OVR-FS
               END-EVALUATE
           END-IF.

       3000-VERIFY-STEP-RECORDS.
                   WS-CLS-FILENAME " - STEP " WS-STEP-ID
                   " NOT VERIFIED"
               MOVE 16 TO WS-RETURN-CODE
               MOVE SPACES TO WS-INC-DETAIL
               STRING "STEP " WS-STEP-ID " NOT VERIFIED - CLASSIFY"
                       " OUTPUT UNREADABLE"
                   DELIMITED BY SIZE
                   INTO WS-INC-DETAIL
               MOVE "NOTVRFD" TO WS-INC-FINDING
               PERFORM 8000-OPEN-INCIDENT
           ELSE
               PERFORM UNTIL WS-CLS-FS = "10"
                   READ CLASSIFY-IN
      *> an in-force override wins outright, exactly as in
      *> 5100-CLASSIFY-ONE - the expected record is 'O' with the
      *> override label and the rule loop never runs
           PERFORM 4020-CHECK-OVERRIDE
           IF WS-OVERRIDE-HIT = "Y"
               MOVE "O" TO WS-EXPECT-CODE
           ELSE
               PERFORM 4050-RECOMPUTE-BY-RULES
           END-IF.

       4020-CHECK-OVERRIDE.
      *> is an override in force for CLS-SEQ-NO on the step's
      *> as-of date?
      *> Numbers arrive in ascending order, so the master is read
      *> in key order alongside them: positioned at the first
      *> number, then again only once the number passes the next
      *> one that has any entry on file.  Numbers in between cost
      *> no I/O.  Out-of-order numbers simply reposition.
           MOVE "N" TO WS-OVERRIDE-HIT
           IF WS-OVR-OPEN = "Y"
               IF CLS-SEQ-NO < WS-OVR-WINDOW-LOW
                       OR CLS-SEQ-NO > WS-OVR-NEXT-SEQ
                   PERFORM 4025-POSITION-OVERRIDES
               END-IF
               IF CLS-SEQ-NO = WS-OVR-NEXT-SEQ
                       AND WS-OVR-NEXT-HIT = "Y"
                   MOVE "Y" TO WS-OVERRIDE-HIT
                   MOVE WS-OVR-NEXT-LABEL TO WS-BUILD-LABEL
               END-IF
           END-IF.

       4025-POSITION-OVERRIDES.
      *> finds the first number at or above CLS-SEQ-NO with any
      *> entry on file and settles, from all that number's
      *> entries, which one (if any) is in force on the as-of
      *> date - the latest-effective in-force entry wins
           MOVE CLS-SEQ-NO TO WS-OVR-WINDOW-LOW
           MOVE 9999999999 TO WS-OVR-NEXT-SEQ
           MOVE "N" TO WS-OVR-NEXT-HIT
           MOVE CLS-SEQ-NO TO OVR-SEQ-NO
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

       4050-RECOMPUTE-BY-RULES.
      *> mirror of 5130-CLASSIFY-BY-RULES in fizzbuzz - the
      *> highest-precedence matching exclusive rule alone, else
      *> every matching append rule, else every matching
      *> fallback rule
           MOVE ZERO TO WS-EXCL-IDX
           MOVE ZERO TO WS-APPEND-CNT
           MOVE ZERO TO WS-FALLBACK-CNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM 4100-TEST-ONE-RULE
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
               MOVE CLS-SEQ-NO TO WS-NUM-DISPLAY
               MOVE FUNCTION TRIM(WS-NUM-DISPLAY) TO WS-BUILD-LABEL
                   WS-STEP-GAP-COUNT " GAP(S), "
                   WS-STEP-DUP-COUNT " DUPLICATE(S)"
               MOVE 24 TO WS-RETURN-CODE
               PERFORM 5100-OPEN-STEP-INCIDENTS
           END-IF.

       5100-OPEN-STEP-INCIDENTS.
      *> one incident per kind of finding the step failed on
           IF WS-STEP-MISMATCH-COUNT > ZERO
               MOVE SPACES TO WS-INC-DETAIL
               STRING "STEP " WS-STEP-ID " FAILED VERIFICATION - "
                       WS-STEP-MISMATCH-COUNT " MISMATCH(ES)"
                   DELIMITED BY SIZE
                   INTO WS-INC-DETAIL
               MOVE "MISMATCH" TO WS-INC-FINDING
               PERFORM 8000-OPEN-INCIDENT
           END-IF
           IF WS-STEP-GAP-COUNT > ZERO
               MOVE SPACES TO WS-INC-DETAIL
               STRING "STEP " WS-STEP-ID " FAILED VERIFICATION - "
                       WS-STEP-GAP-COUNT " SEQUENCE GAP(S)"
                   DELIMITED BY SIZE
                   INTO WS-INC-DETAIL
               MOVE "GAP" TO WS-INC-FINDING
               PERFORM 8000-OPEN-INCIDENT
           END-IF
           IF WS-STEP-DUP-COUNT > ZERO
               MOVE SPACES TO WS-INC-DETAIL
               STRING "STEP " WS-STEP-ID " FAILED VERIFICATION - "
                       WS-STEP-DUP-COUNT " DUPLICATE(S)"
                   DELIMITED BY SIZE
                   INTO WS-INC-DETAIL
               MOVE "DUP" TO WS-INC-FINDING
               PERFORM 8000-OPEN-INCIDENT
           END-IF.

       5500-WRITE-EXCEPTION.
                   " INSTEAD OF PATCHING"
           END-IF.

       5700-CATALOG-EXCEPTIONS.
      *> the exception file is a generation of the business date
      *> spanning every step, so it catalogs under step 'ALL '
           OPEN EXTEND GEN-CATALOG
           IF WS-CAT-FS = "35"
               OPEN OUTPUT GEN-CATALOG
           END-IF
           IF WS-CAT-FS NOT = "00"
               DISPLAY "FIZZBUZZ-VERIFY: UNABLE TO OPEN"
                   " data/gen-catalog.dat - STATUS " WS-CAT-FS
                   " - EXCEPTIONS NOT CATALOGED"
           ELSE
               MOVE WS-BUS-DATE TO GC-BUS-DATE
               MOVE "ALL " TO GC-STEP-ID
               MOVE "VFYEXC" TO GC-FILE-TYPE
               MOVE "ONLINE" TO GC-STATUS
               MOVE WS-EXC-WRITTEN TO GC-REC-COUNT
               MOVE "fizzbuzz-verify" TO GC-PROGRAM
               MOVE WS-TIMESTAMP TO GC-TIMESTAMP
               MOVE WS-EXC-FILENAME TO GC-FILE-NAME
               WRITE GEN-CATALOG-REC
               CLOSE GEN-CATALOG
           END-IF.

       6000-WRITE-SUMMARY.
           DISPLAY "FIZZBUZZ-VERIFY: " WS-STEPS-VERIFIED
               " STEP(S) VERIFIED, " WS-TOTAL-REC-COUNT
           DISPLAY "  DUPLICATE SEQ NOS  . . . " WS-TOTAL-DUP-COUNT
           IF WS-EXC-OPEN = "Y"
               DISPLAY "  EXCEPTION RECORDS  . . . " WS-EXC-WRITTEN
                   " WRITTEN TO " WS-EXC-FILENAME
           END-IF
           IF WS-INC-OPENED-COUNT > ZERO
               DISPLAY "  INCIDENTS OPENED . . . . " WS-INC-OPENED-COUNT
                   " ON data/incident-register.dat"
           END-IF
           IF WS-RETURN-CODE = ZERO
               DISPLAY "  VERIFICATION PASSED - OK TO RELEASE"
               DISPLAY "  *** VERIFICATION FAILED *** DO NOT"
                   " RELEASE CONSOLIDATED OUTPUT"
           END-IF.

       8000-OPEN-INCIDENT.
      *> a finding already on the register for this step,
      *> business date and type is that incident - verifying the
      *> same generation again never opens a second one
           MOVE WS-STEP-ID TO WS-INC-STEP-ID
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
                   DISPLAY "FIZZBUZZ-VERIFY: UNABLE TO OPEN"
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
                   AND INC-RUN-DATE = WS-BUS-DATE
                   AND INC-FINDING = WS-INC-FINDING
               MOVE INC-ID TO WS-INC-FOUND-ID
           END-IF.

       8200-APPEND-INCIDENT.
           OPEN EXTEND INCIDENT-FILE
           IF WS-INC-FS = "35"
               OPEN OUTPUT INCIDENT-FILE
           END-IF
           IF WS-INC-FS NOT = "00"
               DISPLAY "FIZZBUZZ-VERIFY: UNABLE TO OPEN"
                   " data/incident-register.dat - STATUS "
                   WS-INC-FS " - FINDING NOT REGISTERED"
           ELSE
               MOVE SPACES TO INCIDENT-REC
               COMPUTE INC-ID = WS-INC-LAST-ID + 1
               MOVE WS-INC-STEP-ID TO INC-STEP-ID
               MOVE WS-BUS-DATE TO INC-RUN-DATE
               MOVE WS-INC-FINDING TO INC-FINDING
               MOVE "RED" TO INC-SEVERITY
               MOVE "VERIFY" TO INC-SOURCE
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
