       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzbuzz-whatif.
      *> What-if impact analysis for pending rule and override
      *> maintenance.  Loads the current rules master and override
      *> master, applies the pending transactions to in-memory
      *> copies only (nothing is ever written to either master),
      *> classifies a sample range under both the current and the
      *> proposed rule and override sets, and reports how many
      *> numbers change classification, which labels gain or lose
      *> hits, and sample before/after lines - real numbers for
      *> the checker to sign off on before anything is applied.
      *> Arguments: sample-start sample-end [trans-file].  With no
      *> transaction file the maker-checker queues are simulated
      *> (data/maint-pending.dat and data/ovr-pending.dat, every
      *> PENDING and APPROVED entry in queue order) and the
      *> figures are saved to data/whatif-impact.dat (see
      *> copybooks/whatifrec.cpy) - the evidence fizzbuzz-maint
      *> and fizzbuzz-ovrmaint require before an approval.  A
      *> transaction file (MAINT-TRANS-REC layout) is simulated
      *> against the rules only, for an ad hoc look before
      *> anything is keyed, and saves nothing.  A rollback ('R')
      *> is simulated as the earlier generation's content
      *> replacing the working copy, so its impact can be approved
      *> like any other change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN DYNAMIC WS-TRANS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT OVERRIDE-FILE ASSIGN TO "data/overrides.idx"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OVR-KEY
               FILE STATUS IS WS-OVR-FS.
           SELECT CAMPAIGN-FILE ASSIGN DYNAMIC WS-CAMP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-FS.
           SELECT PENDING-FILE ASSIGN DYNAMIC WS-PEND-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FS.
           SELECT WHATIF-FILE ASSIGN TO "data/whatif-impact.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WI-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
           COPY RULEGENREC.
       FD TRANS-FILE.
           COPY MAINTREC.
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD OVERRIDE-FILE.
           COPY OVRDREC.
       FD PENDING-FILE.
           COPY PENDTRNREC.
       FD WHATIF-FILE.
           COPY WHATIFREC.
       FD CAMPAIGN-FILE.
           COPY OVRCAMPREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-RGP-FS                    PIC XX.
       01 WS-GEN-FS                    PIC XX.
       01 WS-TRANS-FS                  PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-OVR-FS                    PIC XX.
       01 WS-PEND-FS                   PIC XX.
       01 WS-WI-FS                     PIC XX.
       01 WS-CAMP-FS                   PIC XX.
       01 WS-CAMP-PATH                 PIC X(60) VALUE SPACES.

      *> ---- maker-checker queue simulation -------------------------
       01 WS-QUEUE-MODE                PIC X(1) VALUE "N".
       01 WS-PEND-PATH                 PIC X(60) VALUE SPACES.
       01 WS-RULE-VERSION              PIC 9(4) VALUE ZERO.
       01 WS-RULE-FIRST-ID             PIC 9(6) VALUE ZERO.
       01 WS-RULE-LAST-ID              PIC 9(6) VALUE ZERO.
       01 WS-OVR-FIRST-ID              PIC 9(6) VALUE ZERO.
       01 WS-OVR-LAST-ID               PIC 9(6) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.

      *> ---- rules-master generation resolution --------------------
      *> same newest-complete-generation walk as fizzbuzz-maint,
      *> no pointer file exists
       01 WS-TRY-VERSION               PIC 9(4) VALUE ZERO.
       01 WS-GEN-FOUND                 PIC X(1) VALUE "N".
       01 WS-GEN-OPENED                PIC X(1) VALUE "N".
       01 WS-GEN-HDR-SEEN              PIC X(1) VALUE "N".
       01 WS-GEN-TRL-SEEN              PIC X(1) VALUE "N".
       01 WS-GEN-HDR-COUNT             PIC 9(3) VALUE ZERO.
               10 WS-MASTER-TYPE       PIC X(1).
               10 WS-MASTER-OPRND-1    PIC 9(9).
               10 WS-MASTER-OPRND-2    PIC 9(9).
               10 WS-MASTER-PRIORITY   PIC 9(3).
               10 WS-MASTER-COMBINE    PIC X(1).
      *> the working copy is parked here while a rollback's source
      *> generation is loaded over it (4550-SIMULATE-ROLLBACK)
       01 WS-SAVE-TABLE.
           05 WS-SAVE-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-SAVE-ENTRY OCCURS 100 TIMES PIC X(54).
       01 WS-RBK-SOURCE                PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX                 PIC 9(3) VALUE ZERO.
       01 WS-TRANS-COUNT               PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-TRANS-TYPE                PIC X(1).
       01 WS-TRANS-OPRND-1             PIC 9(9).
       01 WS-TRANS-OPRND-2             PIC 9(9).
       01 WS-TRANS-PRIORITY            PIC 9(3).
       01 WS-TRANS-PRIORITY-OK         PIC X(1) VALUE "Y".
       01 WS-TRANS-COMBINE             PIC X(1).
       01 WS-TRANS-SEQ-NO              PIC 9(9).

      *> overrides in force today are looked up by key against
      *> the master, as 5120-CHECK-OVERRIDE in fizzbuzz does it;
      *> WS-OVR-NEXT-SEQ is the next number at or above
      *> WS-OVR-WINDOW-LOW with any entry on file,
      *> WS-OVR-NEXT-HIT/-LABEL its entry in force
       01 WS-OVR-OPEN                  PIC X(1) VALUE "N".
       01 WS-OVR-WINDOW-LOW            PIC 9(10) VALUE 9999999999.
       01 WS-OVR-NEXT-SEQ              PIC 9(10) VALUE ZERO.
       01 WS-OVR-NEXT-HIT              PIC X(1) VALUE "N".
       01 WS-OVR-NEXT-LABEL            PIC X(10) VALUE SPACES.
       01 WS-OVR-LOOKUP-SEQ            PIC 9(9) VALUE ZERO.
       01 WS-OVERRIDE-HIT              PIC X(1) VALUE "N".
       01 WS-OVR-HIT-LABEL             PIC X(10) VALUE SPACES.
       01 WS-MST-OVR-HIT               PIC X(1) VALUE "N".
       01 WS-MST-OVR-LABEL             PIC X(10) VALUE SPACES.

      *> what the pending override transactions would change, one
      *> entry per number in ascending order - WS-OVD-IN-FORCE
      *> 'Y' gives the number WS-OVD-LABEL from today, 'N' takes
      *> its override away.  Numbers not here keep whatever the
      *> master gives them.  Nothing is ever written back.
       01 WS-OVD-TABLE.
           05 WS-OVD-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-OVD-ENTRY OCCURS 5000 TIMES.
               10 WS-OVD-SEQ-NO        PIC 9(9).
               10 WS-OVD-LABEL         PIC X(10).
               10 WS-OVD-IN-FORCE      PIC X(1).
       01 WS-OVD-MAX                   PIC 9(5) VALUE 5000.
       01 WS-OVD-SUB                   PIC 9(5) VALUE ZERO.
       01 WS-OVD-MOVE                  PIC 9(5) VALUE ZERO.
       01 WS-OVD-FOUND                 PIC 9(5) VALUE ZERO.
       01 WS-OVD-PTR                   PIC 9(5) VALUE ZERO.
       01 WS-OVD-STOP                  PIC X(1) VALUE "N".
       01 WS-OVD-OVERFLOW              PIC X(1) VALUE "N".
       01 WS-OVD-SET-LABEL             PIC X(10) VALUE SPACES.
       01 WS-OVD-SET-FLAG              PIC X(1) VALUE "N".
       01 WS-NOW-IN-FORCE              PIC X(1) VALUE "N".
       01 WS-NOW-SCHEDULED             PIC X(1) VALUE "N".

      *> the two rule sets actually classified under - CUR is the
      *> master as it stands, PRO is the master after the pending
      *> transactions, both filtered to what is in force today
      *> and held in precedence order, as fizzbuzz holds its
      *> table (see 3050-PLACE-CUR-BY-PRIORITY)
       01 WS-CUR-RULE-TABLE.
           05 WS-CUR-RULE-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-CUR-RULE-ENTRY OCCURS 20 TIMES
               10 WS-CUR-RULE-TYPE     PIC X(1).
               10 WS-CUR-RULE-OPRND-1  PIC 9(9).
               10 WS-CUR-RULE-OPRND-2  PIC 9(9).
               10 WS-CUR-RULE-PRIORITY PIC 9(3).
               10 WS-CUR-RULE-COMBINE  PIC X(1).
               10 WS-CUR-RULE-MATCH    PIC X(1).
       01 WS-PRO-RULE-TABLE.
           05 WS-PRO-RULE-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-PRO-RULE-ENTRY OCCURS 20 TIMES
               10 WS-PRO-RULE-TYPE     PIC X(1).
               10 WS-PRO-RULE-OPRND-1  PIC 9(9).
               10 WS-PRO-RULE-OPRND-2  PIC 9(9).
               10 WS-PRO-RULE-PRIORITY PIC 9(3).
               10 WS-PRO-RULE-COMBINE  PIC X(1).
               10 WS-PRO-RULE-MATCH    PIC X(1).
      *> one rule-table entry, held while an entry moves up
       01 WS-RULE-HOLD                 PIC X(38).
       01 WS-RULE-SLOT                 PIC 9(3) VALUE ZERO.
      *> combine-mode resolution for the number in hand, as
      *> 5130-CLASSIFY-BY-RULES in fizzbuzz
       01 WS-EXCL-IDX                  PIC 9(3) VALUE ZERO.
       01 WS-APPEND-CNT                PIC 9(3) VALUE ZERO.
       01 WS-FALLBACK-CNT              PIC 9(3) VALUE ZERO.
       01 WS-FIRE-MODE                 PIC X(1) VALUE SPACE.

      *> rule under test, copied from whichever rule table is in
      *> hand so 5700-TEST-RULE-MATCH evaluates current and
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-OPEN-OVERRIDES
           PERFORM 3000-BUILD-CURRENT-RULES
           PERFORM 4000-APPLY-PENDING-TRANS
           PERFORM 4800-BUILD-PROPOSED-RULES
           PERFORM 5000-CLASSIFY-SAMPLE-RANGE
           PERFORM 6000-WRITE-IMPACT-REPORT
           IF WS-QUEUE-MODE = "Y"
               PERFORM 6500-WRITE-IMPACT-SNAPSHOT
           END-IF
           IF WS-OVR-OPEN = "Y"
               CLOSE OVERRIDE-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

               END-IF
           END-IF
           IF WS-ARG3 = SPACES
               MOVE "Y" TO WS-QUEUE-MODE
           ELSE
               MOVE WS-ARG3 TO WS-TRANS-PATH
           END-IF
           PERFORM 1050-READ-BUSINESS-DATE
           COMPUTE WS-PREV-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) - 1)
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   WS-CURR-TIME(3:2) ":" WS-CURR-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-TIMESTAMP.

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
               DISPLAY "FIZZBUZZ-WHATIF: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       2000-LOAD-MASTER.
           MOVE ZERO TO WS-MASTER-COUNT
           PERFORM UNTIL WS-GEN-FOUND = "Y"
                   OR WS-TRY-VERSION = ZERO
               PERFORM 2200-TRY-LOAD-GENERATION
               IF WS-GEN-FOUND = "Y"
                   MOVE WS-TRY-VERSION TO WS-RULE-VERSION
               ELSE
                   IF WS-GEN-OPENED = "Y"
                       DISPLAY "FIZZBUZZ-WHATIF: GENERATION "
                           WS-GEN-FILENAME " INCOMPLETE - TRYING"
                           " PRIOR GENERATION"
                   END-IF
                   MOVE ZERO TO WS-MASTER-COUNT
                   SUBTRACT 1 FROM WS-TRY-VERSION
               END-IF
           MOVE ZERO TO WS-GEN-HDR-COUNT
           MOVE ZERO TO WS-GEN-TRL-COUNT
           MOVE ZERO TO WS-GEN-DETAIL-COUNT
           MOVE "N" TO WS-GEN-OPENED
           OPEN INPUT RULES-GEN-FILE
           IF WS-GEN-FS = "00"
               MOVE "Y" TO WS-GEN-OPENED
               PERFORM UNTIL WS-GEN-FS = "10"
                   READ RULES-GEN-FILE
                       AT END
                       AND WS-GEN-HDR-COUNT = WS-GEN-DETAIL-COUNT
                       AND WS-GEN-TRL-COUNT = WS-GEN-DETAIL-COUNT
                   MOVE "Y" TO WS-GEN-FOUND
               END-IF
           END-IF.

                           MOVE ZERO TO
                               WS-MASTER-OPRND-2(WS-MASTER-COUNT)
                       END-IF
                       IF RG-RULE-PRIORITY IS NUMERIC
                           MOVE RG-RULE-PRIORITY TO
                               WS-MASTER-PRIORITY(WS-MASTER-COUNT)
                       ELSE
                           MOVE ZERO TO
                               WS-MASTER-PRIORITY(WS-MASTER-COUNT)
                       END-IF
                       MOVE RG-RULE-COMBINE TO
                           WS-MASTER-COMBINE(WS-MASTER-COUNT)
                       PERFORM 2350-NORMALIZE-MASTER-TYPE
                   END-IF
               WHEN "T"
      *> always were, exactly as fizzbuzz does on load
           IF WS-MASTER-TYPE(WS-MASTER-COUNT) = SPACE
               MOVE "D" TO WS-MASTER-TYPE(WS-MASTER-COUNT)
           END-IF
      *> and a space combine mode appends, as in fizzbuzz
           IF WS-MASTER-COMBINE(WS-MASTER-COUNT) = SPACE
               MOVE "A" TO WS-MASTER-COMBINE(WS-MASTER-COUNT)
           END-IF.

       2400-LOAD-LEGACY-MASTER.
                                   WS-MASTER-OPRND-2
                                       (WS-MASTER-COUNT)
                           END-IF
                           IF RULE-PRIORITY IS NUMERIC
                               MOVE RULE-PRIORITY TO
                                   WS-MASTER-PRIORITY
                                       (WS-MASTER-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   WS-MASTER-PRIORITY
                                       (WS-MASTER-COUNT)
                           END-IF
                           MOVE RULE-COMBINE TO
                               WS-MASTER-COMBINE(WS-MASTER-COUNT)
                           PERFORM 2350-NORMALIZE-MASTER-TYPE
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF.

       2500-OPEN-OVERRIDES.
      *> file status 35 (no master on file) just means no
      *> overrides are in force
           OPEN INPUT OVERRIDE-FILE
           EVALUATE WS-OVR-FS
               WHEN "00"
                   MOVE "Y" TO WS-OVR-OPEN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-WHATIF: UNABLE TO OPEN"
                       " data/overrides.idx - STATUS " WS-OVR-FS
           END-EVALUATE.

       3000-BUILD-CURRENT-RULES.
           MOVE ZERO TO WS-CUR-RULE-COUNT
           PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
                           WS-CUR-RULE-OPRND-1(WS-CUR-RULE-COUNT)
                       MOVE WS-MASTER-OPRND-2(WS-MASTER-IDX) TO
                           WS-CUR-RULE-OPRND-2(WS-CUR-RULE-COUNT)
                       MOVE WS-MASTER-PRIORITY(WS-MASTER-IDX) TO
                           WS-CUR-RULE-PRIORITY(WS-CUR-RULE-COUNT)
                       MOVE WS-MASTER-COMBINE(WS-MASTER-IDX) TO
                           WS-CUR-RULE-COMBINE(WS-CUR-RULE-COUNT)
                       PERFORM 3050-PLACE-CUR-BY-PRIORITY
                   END-IF
               END-IF
           END-PERFORM.

       3050-PLACE-CUR-BY-PRIORITY.
      *> mirror of 2095-PLACE-BY-PRIORITY in fizzbuzz - ascending
      *> priority, equal priorities in master order
           MOVE WS-CUR-RULE-COUNT TO WS-RULE-SLOT
           PERFORM UNTIL WS-RULE-SLOT < 2
                   OR WS-CUR-RULE-PRIORITY(WS-RULE-SLOT - 1) <=
                       WS-CUR-RULE-PRIORITY(WS-RULE-SLOT)
               MOVE WS-CUR-RULE-ENTRY(WS-RULE-SLOT) TO WS-RULE-HOLD
               MOVE WS-CUR-RULE-ENTRY(WS-RULE-SLOT - 1) TO
                   WS-CUR-RULE-ENTRY(WS-RULE-SLOT)
               MOVE WS-RULE-HOLD TO
                   WS-CUR-RULE-ENTRY(WS-RULE-SLOT - 1)
               SUBTRACT 1 FROM WS-RULE-SLOT
           END-PERFORM.

       4000-APPLY-PENDING-TRANS.
           IF WS-QUEUE-MODE = "Y"
               PERFORM 4100-APPLY-RULE-QUEUE
               PERFORM 4200-APPLY-OVERRIDE-QUEUE
           ELSE
               PERFORM 4050-APPLY-TRANS-FILE
           END-IF.

       4050-APPLY-TRANS-FILE.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FS NOT = "00"
               DISPLAY "FIZZBUZZ-WHATIF: UNABLE TO OPEN TRANS FILE "
               CLOSE TRANS-FILE
           END-IF.

       4100-APPLY-RULE-QUEUE.
      *> everything not yet applied or turned down - a pending
      *> entry may be approved on these figures, an approved one
      *> goes in at the next apply either way
           MOVE "data/maint-pending.dat" TO WS-PEND-PATH
           OPEN INPUT PENDING-FILE
           IF WS-PEND-FS = "00"
               PERFORM UNTIL WS-PEND-FS = "10"
                   READ PENDING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PT-STATUS = "PENDING"
                                   OR PT-STATUS = "APPROVED"
                               PERFORM 4150-TAKE-RULE-QUEUE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       4150-TAKE-RULE-QUEUE-ENTRY.
           ADD 1 TO WS-TRANS-COUNT
           IF PT-STATUS = "PENDING"
               IF WS-RULE-FIRST-ID = ZERO
                   MOVE PT-TRANS-ID TO WS-RULE-FIRST-ID
               END-IF
               MOVE PT-TRANS-ID TO WS-RULE-LAST-ID
           END-IF
           MOVE PT-MT-ACTION TO WS-TRANS-ACTION
           MOVE PT-MT-DIVISOR TO WS-TRANS-DIVISOR
           MOVE PT-MT-LABEL TO WS-TRANS-LABEL
           MOVE PT-MT-ACTIVE TO WS-TRANS-ACTIVE
           MOVE PT-MT-RULE-TYPE TO WS-TRANS-TYPE
           IF WS-TRANS-TYPE = SPACE
               MOVE "D" TO WS-TRANS-TYPE
           END-IF
           IF PT-MT-OPERAND-1 IS NUMERIC
               MOVE PT-MT-OPERAND-1 TO WS-TRANS-OPRND-1
           ELSE
               MOVE ZERO TO WS-TRANS-OPRND-1
           END-IF
           IF PT-MT-OPERAND-2 IS NUMERIC
               MOVE PT-MT-OPERAND-2 TO WS-TRANS-OPRND-2
           ELSE
               MOVE ZERO TO WS-TRANS-OPRND-2
           END-IF
           MOVE "Y" TO WS-TRANS-PRIORITY-OK
           EVALUATE TRUE
               WHEN PT-MT-PRIORITY = SPACES
                   MOVE ZERO TO WS-TRANS-PRIORITY
               WHEN PT-MT-PRIORITY IS NUMERIC
                   MOVE PT-MT-PRIORITY TO WS-TRANS-PRIORITY
               WHEN OTHER
                   MOVE ZERO TO WS-TRANS-PRIORITY
                   MOVE "N" TO WS-TRANS-PRIORITY-OK
           END-EVALUATE
           MOVE PT-MT-COMBINE TO WS-TRANS-COMBINE
           IF WS-TRANS-COMBINE = SPACE
               MOVE "A" TO WS-TRANS-COMBINE
           END-IF
           PERFORM 4500-APPLY-TRANSACTION.

       4200-APPLY-OVERRIDE-QUEUE.
           MOVE "data/ovr-pending.dat" TO WS-PEND-PATH
           OPEN INPUT PENDING-FILE
           IF WS-PEND-FS = "00"
               PERFORM UNTIL WS-PEND-FS = "10"
                   READ PENDING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PT-STATUS = "PENDING"
                                   OR PT-STATUS = "APPROVED"
                               PERFORM 4250-TAKE-OVR-QUEUE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       4250-TAKE-OVR-QUEUE-ENTRY.
           ADD 1 TO WS-TRANS-COUNT
           IF PT-STATUS = "PENDING"
               IF WS-OVR-FIRST-ID = ZERO
                   MOVE PT-TRANS-ID TO WS-OVR-FIRST-ID
               END-IF
               MOVE PT-TRANS-ID TO WS-OVR-LAST-ID
           END-IF
           MOVE PT-OT-ACTION TO WS-TRANS-ACTION
           MOVE PT-OT-SEQ-NO TO WS-TRANS-SEQ-NO
           MOVE PT-OT-LABEL TO WS-TRANS-LABEL
           MOVE PT-OT-CAMPAIGN-FILE TO WS-CAMP-PATH
           PERFORM 4300-APPLY-OVERRIDE-TRANS.

       4300-APPLY-OVERRIDE-TRANS.
      *> the same acceptance rules fizzbuzz-ovrmaint applies, judged
      *> against today's position: the master as it stands plus
      *> whatever earlier queue entries have changed
           IF WS-TRANS-ACTION = "L"
               PERFORM 4390-SIMULATE-CAMPAIGN
           ELSE
               PERFORM 4310-CHECK-NOW-IN-FORCE
               EVALUATE WS-TRANS-ACTION
                   WHEN "A"
                       PERFORM 4320-CHECK-SCHEDULED
                       IF WS-NOW-SCHEDULED = "Y"
                           DISPLAY "FIZZBUZZ-WHATIF: ADD OF OVERRIDE "
                               WS-TRANS-SEQ-NO
                               " WOULD BE REJECTED BY"
                               " fizzbuzz-ovrmaint"
                           ADD 1 TO WS-REJECTED-COUNT
                       ELSE
                           MOVE WS-TRANS-LABEL TO WS-OVD-SET-LABEL
                           MOVE "Y" TO WS-OVD-SET-FLAG
                           PERFORM 4380-SET-OVERRIDE-DELTA
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
                   WHEN "C"
                       IF WS-NOW-IN-FORCE = "N"
                           DISPLAY "FIZZBUZZ-WHATIF: CHANGE OF"
                               " OVERRIDE " WS-TRANS-SEQ-NO
                               " WOULD BE REJECTED BY"
                               " fizzbuzz-ovrmaint"
                           ADD 1 TO WS-REJECTED-COUNT
                       ELSE
                           MOVE WS-TRANS-LABEL TO WS-OVD-SET-LABEL
                           MOVE "Y" TO WS-OVD-SET-FLAG
                           PERFORM 4380-SET-OVERRIDE-DELTA
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
                   WHEN "D"
                       IF WS-NOW-IN-FORCE = "N"
                           DISPLAY "FIZZBUZZ-WHATIF: DEACTIVATE OF"
                               " OVERRIDE " WS-TRANS-SEQ-NO
                               " WOULD BE REJECTED BY"
                               " fizzbuzz-ovrmaint"
                           ADD 1 TO WS-REJECTED-COUNT
                       ELSE
                           MOVE SPACES TO WS-OVD-SET-LABEL
                           MOVE "N" TO WS-OVD-SET-FLAG
                           PERFORM 4380-SET-OVERRIDE-DELTA
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
                   WHEN OTHER
                       DISPLAY "FIZZBUZZ-WHATIF: UNKNOWN ACTION CODE '"
                           WS-TRANS-ACTION
                           "' WOULD BE REJECTED BY fizzbuzz-ovrmaint"
                       ADD 1 TO WS-REJECTED-COUNT
               END-EVALUATE
           END-IF.

       4310-CHECK-NOW-IN-FORCE.
           PERFORM 4370-FIND-OVERRIDE-DELTA
           IF WS-OVD-FOUND > ZERO
               MOVE WS-OVD-IN-FORCE(WS-OVD-FOUND) TO WS-NOW-IN-FORCE
           ELSE
               MOVE WS-TRANS-SEQ-NO TO WS-OVR-LOOKUP-SEQ
               PERFORM 5050-CHECK-MASTER-OVERRIDE
               MOVE WS-OVERRIDE-HIT TO WS-NOW-IN-FORCE
           END-IF.

       4320-CHECK-SCHEDULED.
      *> fizzbuzz-ovrmaint refuses an add while the number has an
      *> entry in force or one still to come - a future-dated
      *> entry on the master is untouched by queued changes and
      *> deactivations, which only act on the entry in force
           MOVE WS-NOW-IN-FORCE TO WS-NOW-SCHEDULED
           IF WS-NOW-SCHEDULED = "N" AND WS-OVR-OPEN = "Y"
               MOVE WS-TRANS-SEQ-NO TO OVR-SEQ-NO
               MOVE ZERO TO OVR-EFF-FROM
               START OVERRIDE-FILE KEY IS NOT LESS THAN OVR-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ OVERRIDE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                       END-READ
               END-START
               PERFORM UNTIL WS-OVR-FS NOT = "00"
                       OR OVR-SEQ-NO NOT = WS-TRANS-SEQ-NO
                   IF OVR-ACTIVE = "Y"
                           AND OVR-EFF-FROM > WS-CURR-DATE
                           AND OVR-EFF-TO >= OVR-EFF-FROM
                       MOVE "Y" TO WS-NOW-SCHEDULED
                   END-IF
                   READ OVERRIDE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
               END-PERFORM
           END-IF.

       4370-FIND-OVERRIDE-DELTA.
      *> walks back from the top of the ascending delta table -
      *> WS-OVD-SUB ends on the last entry not above the number
      *> (zero if none), so the number is either there or belongs
      *> just after it
           MOVE ZERO TO WS-OVD-FOUND
           MOVE WS-OVD-COUNT TO WS-OVD-SUB
           MOVE "N" TO WS-OVD-STOP
           PERFORM UNTIL WS-OVD-STOP = "Y"
               IF WS-OVD-SUB = ZERO
                   MOVE "Y" TO WS-OVD-STOP
               ELSE
                   IF WS-OVD-SEQ-NO(WS-OVD-SUB) > WS-TRANS-SEQ-NO
                       SUBTRACT 1 FROM WS-OVD-SUB
                   ELSE
                       MOVE "Y" TO WS-OVD-STOP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OVD-SUB > ZERO
               IF WS-OVD-SEQ-NO(WS-OVD-SUB) = WS-TRANS-SEQ-NO
                   MOVE WS-OVD-SUB TO WS-OVD-FOUND
               END-IF
           END-IF.

       4380-SET-OVERRIDE-DELTA.
           PERFORM 4370-FIND-OVERRIDE-DELTA
           IF WS-OVD-FOUND > ZERO
               MOVE WS-OVD-SET-LABEL TO WS-OVD-LABEL(WS-OVD-FOUND)
               MOVE WS-OVD-SET-FLAG TO WS-OVD-IN-FORCE(WS-OVD-FOUND)
           ELSE
               IF WS-OVD-COUNT >= WS-OVD-MAX
                   IF WS-OVD-OVERFLOW = "N"
                       DISPLAY "FIZZBUZZ-WHATIF: MORE THAN " WS-OVD-MAX
                           " OVERRIDE NUMBERS PENDING - SIMULATION"
                           " INCOMPLETE"
                   END-IF
                   MOVE "Y" TO WS-OVD-OVERFLOW
               ELSE
                   PERFORM VARYING WS-OVD-MOVE FROM WS-OVD-COUNT BY -1
                           UNTIL WS-OVD-MOVE <= WS-OVD-SUB
                       MOVE WS-OVD-ENTRY(WS-OVD-MOVE) TO
                           WS-OVD-ENTRY(WS-OVD-MOVE + 1)
                   END-PERFORM
                   ADD 1 TO WS-OVD-COUNT
                   ADD 1 TO WS-OVD-SUB
                   MOVE WS-TRANS-SEQ-NO TO WS-OVD-SEQ-NO(WS-OVD-SUB)
                   MOVE WS-OVD-SET-LABEL TO WS-OVD-LABEL(WS-OVD-SUB)
                   MOVE WS-OVD-SET-FLAG TO WS-OVD-IN-FORCE(WS-OVD-SUB)
               END-IF
           END-IF.

       4390-SIMULATE-CAMPAIGN.
      *> fizzbuzz-ovrmaint validated the campaign when it was queued
      *> and validates it again before loading; here only its
      *> entries in force today matter
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMP-FS NOT = "00"
               DISPLAY "FIZZBUZZ-WHATIF: CAMPAIGN FILE " WS-CAMP-PATH
                   " CANNOT BE OPENED - LOAD WOULD BE REJECTED BY"
                   " fizzbuzz-ovrmaint"
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM UNTIL WS-CAMP-FS NOT = "00"
                   READ CAMPAIGN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OC-SEQ-NO IS NUMERIC
                                   AND OC-EFF-FROM IS NUMERIC
                                   AND OC-EFF-TO IS NUMERIC
                                   AND OC-EFF-FROM <= WS-CURR-DATE
                                   AND WS-CURR-DATE <= OC-EFF-TO
                               MOVE OC-SEQ-NO TO WS-TRANS-SEQ-NO
                               MOVE OC-LABEL TO WS-OVD-SET-LABEL
                               MOVE "Y" TO WS-OVD-SET-FLAG
                               PERFORM 4380-SET-OVERRIDE-DELTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       4400-TAKE-TRANS-RULE-TYPE.
      *> transactions keyed before rule types existed read back
      *> space-filled - apply them as divisibility rules, the
               MOVE MT-OPERAND-2 TO WS-TRANS-OPRND-2
           ELSE
               MOVE ZERO TO WS-TRANS-OPRND-2
           END-IF
           MOVE "Y" TO WS-TRANS-PRIORITY-OK
           EVALUATE TRUE
               WHEN MT-PRIORITY = SPACES
                   MOVE ZERO TO WS-TRANS-PRIORITY
               WHEN MT-PRIORITY IS NUMERIC
                   MOVE MT-PRIORITY TO WS-TRANS-PRIORITY
               WHEN OTHER
                   MOVE ZERO TO WS-TRANS-PRIORITY
                   MOVE "N" TO WS-TRANS-PRIORITY-OK
           END-EVALUATE
           MOVE MT-COMBINE TO WS-TRANS-COMBINE
           IF WS-TRANS-COMBINE = SPACE
               MOVE "A" TO WS-TRANS-COMBINE
           END-IF.

       4500-APPLY-TRANSACTION.
                   IF WS-TRANS-DIVISOR = ZERO
                           OR WS-FOUND-IDX > ZERO
                           OR WS-MASTER-COUNT >= 100
                           OR WS-TRANS-PRIORITY-OK = "N"
                       DISPLAY "FIZZBUZZ-WHATIF: ADD OF DIVISOR "
                           WS-TRANS-DIVISOR
                           " WOULD BE REJECTED BY fizzbuzz-maint"
                   IF WS-TRANS-DIVISOR = ZERO
                           OR WS-FOUND-IDX = ZERO
                           OR WS-MASTER-COUNT >= 100
                           OR WS-TRANS-PRIORITY-OK = "N"
                       DISPLAY "FIZZBUZZ-WHATIF: CHANGE OF DIVISOR "
                           WS-TRANS-DIVISOR
                           " WOULD BE REJECTED BY fizzbuzz-maint"
                           WS-MASTER-EFF-TO(WS-FOUND-IDX)
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               WHEN "R"
                   PERFORM 4550-SIMULATE-ROLLBACK
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-WHATIF: UNKNOWN ACTION CODE '"
                       WS-TRANS-ACTION
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

       4550-SIMULATE-ROLLBACK.
      *> same source checks as fizzbuzz-maint: an earlier
      *> generation, complete, within the 100-entry table - its
      *> content becomes the working copy, later transactions in
      *> the queue apply on top of it
           MOVE WS-TRANS-OPRND-1 TO WS-RBK-SOURCE
           IF WS-TRANS-OPRND-1 = ZERO
                   OR WS-TRANS-OPRND-1 NOT < WS-RULE-VERSION
               DISPLAY "FIZZBUZZ-WHATIF: ROLLBACK TO GENERATION "
                   WS-RBK-SOURCE " WOULD BE REJECTED BY"
                   " fizzbuzz-maint"
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-MASTER-TABLE TO WS-SAVE-TABLE
               MOVE ZERO TO WS-MASTER-COUNT
               MOVE "N" TO WS-GEN-FOUND
               MOVE WS-RBK-SOURCE TO WS-TRY-VERSION
               PERFORM 2200-TRY-LOAD-GENERATION
               IF WS-GEN-FOUND = "Y"
                       AND WS-GEN-DETAIL-COUNT NOT > 100
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   MOVE WS-SAVE-TABLE TO WS-MASTER-TABLE
                   DISPLAY "FIZZBUZZ-WHATIF: ROLLBACK TO GENERATION "
                       WS-RBK-SOURCE " WOULD BE REJECTED BY"
                       " fizzbuzz-maint"
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       4600-FIND-MASTER-ENTRY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
           MOVE WS-TRANS-OPRND-1 TO
               WS-MASTER-OPRND-1(WS-MASTER-COUNT)
           MOVE WS-TRANS-OPRND-2 TO
               WS-MASTER-OPRND-2(WS-MASTER-COUNT)
           MOVE WS-TRANS-PRIORITY TO
               WS-MASTER-PRIORITY(WS-MASTER-COUNT)
           MOVE WS-TRANS-COMBINE TO
               WS-MASTER-COMBINE(WS-MASTER-COUNT).

       4800-BUILD-PROPOSED-RULES.
           MOVE ZERO TO WS-PRO-RULE-COUNT
                           WS-PRO-RULE-OPRND-1(WS-PRO-RULE-COUNT)
                       MOVE WS-MASTER-OPRND-2(WS-MASTER-IDX) TO
                           WS-PRO-RULE-OPRND-2(WS-PRO-RULE-COUNT)
                       MOVE WS-MASTER-PRIORITY(WS-MASTER-IDX) TO
                           WS-PRO-RULE-PRIORITY(WS-PRO-RULE-COUNT)
                       MOVE WS-MASTER-COMBINE(WS-MASTER-IDX) TO
                           WS-PRO-RULE-COMBINE(WS-PRO-RULE-COUNT)
                       PERFORM 4850-PLACE-PRO-BY-PRIORITY
                   END-IF
               END-IF
           END-PERFORM.

       4850-PLACE-PRO-BY-PRIORITY.
           MOVE WS-PRO-RULE-COUNT TO WS-RULE-SLOT
           PERFORM UNTIL WS-RULE-SLOT < 2
                   OR WS-PRO-RULE-PRIORITY(WS-RULE-SLOT - 1) <=
                       WS-PRO-RULE-PRIORITY(WS-RULE-SLOT)
               MOVE WS-PRO-RULE-ENTRY(WS-RULE-SLOT) TO WS-RULE-HOLD
               MOVE WS-PRO-RULE-ENTRY(WS-RULE-SLOT - 1) TO
                   WS-PRO-RULE-ENTRY(WS-RULE-SLOT)
               MOVE WS-RULE-HOLD TO
                   WS-PRO-RULE-ENTRY(WS-RULE-SLOT - 1)
               SUBTRACT 1 FROM WS-RULE-SLOT
           END-PERFORM.

       5000-CLASSIFY-SAMPLE-RANGE.
           MOVE 1 TO WS-OVD-PTR
           PERFORM VARYING CTR FROM WS-SAMPLE-START BY 1
                   UNTIL CTR > WS-SAMPLE-END
               PERFORM 5100-CLASSIFY-UNDER-CURRENT

       5100-CLASSIFY-UNDER-CURRENT.
      *> mirror of 5100-CLASSIFY-ONE in fizzbuzz over the
      *> current rule and override sets - an override in force
      *> wins outright and the rule loop never runs
           MOVE ZERO TO WS-MATCH-CNT-THIS
           MOVE SPACES TO WS-CUR-LABEL
           MOVE 1 TO WS-LABEL-PTR
           MOVE CTR TO WS-OVR-LOOKUP-SEQ
           PERFORM 5050-CHECK-MASTER-OVERRIDE
           MOVE WS-OVERRIDE-HIT TO WS-MST-OVR-HIT
           MOVE WS-OVR-HIT-LABEL TO WS-MST-OVR-LABEL
           IF WS-OVERRIDE-HIT = "Y"
               MOVE WS-OVR-HIT-LABEL TO WS-CUR-LABEL
               MOVE "O" TO WS-CUR-CODE
               MOVE WS-CUR-LABEL TO WS-TRANS-LABEL
               PERFORM 5600-FIND-IMPACT-ENTRY
               IF WS-IMPACT-FOUND > ZERO
                   ADD 1 TO WS-IMPACT-CUR-HITS(WS-IMPACT-FOUND)
               END-IF
           ELSE
               PERFORM 5110-CURRENT-RULE-LOOP
           END-IF.

       5050-CHECK-MASTER-OVERRIDE.
      *> is an override in force today for WS-OVR-LOOKUP-SEQ?
      *> Mirror of 5120-CHECK-OVERRIDE in fizzbuzz: the master is
      *> read in key order alongside ascending numbers, positioned
      *> only when the number passes the next one with any entry
      *> on file; out-of-order numbers simply reposition.
           MOVE "N" TO WS-OVERRIDE-HIT
           MOVE SPACES TO WS-OVR-HIT-LABEL
           IF WS-OVR-OPEN = "Y"
               IF WS-OVR-LOOKUP-SEQ < WS-OVR-WINDOW-LOW
                       OR WS-OVR-LOOKUP-SEQ > WS-OVR-NEXT-SEQ
                   PERFORM 5055-POSITION-OVERRIDES
               END-IF
               IF WS-OVR-LOOKUP-SEQ = WS-OVR-NEXT-SEQ
                       AND WS-OVR-NEXT-HIT = "Y"
                   MOVE "Y" TO WS-OVERRIDE-HIT
                   MOVE WS-OVR-NEXT-LABEL TO WS-OVR-HIT-LABEL
               END-IF
           END-IF.

       5055-POSITION-OVERRIDES.
           MOVE WS-OVR-LOOKUP-SEQ TO WS-OVR-WINDOW-LOW
           MOVE 9999999999 TO WS-OVR-NEXT-SEQ
           MOVE "N" TO WS-OVR-NEXT-HIT
           MOVE WS-OVR-LOOKUP-SEQ TO OVR-SEQ-NO
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
                       AND OVR-EFF-FROM <= WS-CURR-DATE
                       AND WS-CURR-DATE <= OVR-EFF-TO
                   MOVE "Y" TO WS-OVR-NEXT-HIT
                   MOVE OVR-LABEL TO WS-OVR-NEXT-LABEL
               END-IF
               READ OVERRIDE-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM.

       5110-CURRENT-RULE-LOOP.
      *> mirror of 5130-CLASSIFY-BY-RULES in fizzbuzz - the
      *> highest-precedence matching exclusive rule alone, else
      *> every matching append rule, else every matching
      *> fallback rule
           MOVE ZERO TO WS-EXCL-IDX
           MOVE ZERO TO WS-APPEND-CNT
           MOVE ZERO TO WS-FALLBACK-CNT
           PERFORM VARYING WS-CUR-RULE-IDX FROM 1 BY 1
                   UNTIL WS-CUR-RULE-IDX > WS-CUR-RULE-COUNT
               MOVE WS-CUR-RULE-DIVISOR(WS-CUR-RULE-IDX) TO
               MOVE WS-CUR-RULE-OPRND-2(WS-CUR-RULE-IDX) TO
                   WS-TEST-OPRND-2
               PERFORM 5700-TEST-RULE-MATCH
               MOVE WS-RULE-MATCHED TO
                   WS-CUR-RULE-MATCH(WS-CUR-RULE-IDX)
               IF WS-RULE-MATCHED = "Y"
                   EVALUATE WS-CUR-RULE-COMBINE(WS-CUR-RULE-IDX)
                       WHEN "X"
                           IF WS-EXCL-IDX = ZERO
                               SET WS-EXCL-IDX TO WS-CUR-RULE-IDX
                           END-IF
                       WHEN "F"
                           ADD 1 TO WS-FALLBACK-CNT
                       WHEN OTHER
                           ADD 1 TO WS-APPEND-CNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM 5800-SET-FIRE-MODE
           IF WS-FIRE-MODE NOT = SPACE
               PERFORM VARYING WS-CUR-RULE-IDX FROM 1 BY 1
                       UNTIL WS-CUR-RULE-IDX > WS-CUR-RULE-COUNT
                   IF WS-CUR-RULE-MATCH(WS-CUR-RULE-IDX) = "Y"
                           AND WS-CUR-RULE-COMBINE(WS-CUR-RULE-IDX)
                               = WS-FIRE-MODE
                           AND (WS-FIRE-MODE NOT = "X"
                               OR WS-CUR-RULE-IDX = WS-EXCL-IDX)
                       ADD 1 TO WS-MATCH-CNT-THIS
                       STRING WS-CUR-RULE-LABEL(WS-CUR-RULE-IDX)
                               DELIMITED BY SPACE
                           INTO WS-CUR-LABEL
                           WITH POINTER WS-LABEL-PTR
                       END-STRING
                       PERFORM 5400-TALLY-CUR-LABEL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MATCH-CNT-THIS = ZERO
               MOVE CTR TO WS-NUM-DISPLAY
               MOVE FUNCTION TRIM(WS-NUM-DISPLAY) TO WS-CUR-LABEL
           MOVE ZERO TO WS-MATCH-CNT-THIS
           MOVE SPACES TO WS-PRO-LABEL
           MOVE 1 TO WS-LABEL-PTR
      *> today's master override for CTR (already looked up for
      *> the current side), unless a pending change says otherwise
           MOVE WS-MST-OVR-HIT TO WS-OVERRIDE-HIT
           MOVE WS-MST-OVR-LABEL TO WS-OVR-HIT-LABEL
           PERFORM UNTIL WS-OVD-PTR > WS-OVD-COUNT
                   OR WS-OVD-SEQ-NO(WS-OVD-PTR) >= CTR
               ADD 1 TO WS-OVD-PTR
           END-PERFORM
           IF WS-OVD-PTR <= WS-OVD-COUNT
               IF WS-OVD-SEQ-NO(WS-OVD-PTR) = CTR
                   MOVE WS-OVD-IN-FORCE(WS-OVD-PTR) TO WS-OVERRIDE-HIT
                   MOVE WS-OVD-LABEL(WS-OVD-PTR) TO WS-OVR-HIT-LABEL
               END-IF
           END-IF
           IF WS-OVERRIDE-HIT = "Y"
               MOVE WS-OVR-HIT-LABEL TO WS-PRO-LABEL
               MOVE "O" TO WS-PRO-CODE
               MOVE WS-PRO-LABEL TO WS-TRANS-LABEL
               PERFORM 5600-FIND-IMPACT-ENTRY
               IF WS-IMPACT-FOUND > ZERO
                   ADD 1 TO WS-IMPACT-PRO-HITS(WS-IMPACT-FOUND)
               END-IF
           ELSE
               PERFORM 5210-PROPOSED-RULE-LOOP
           END-IF.

       5210-PROPOSED-RULE-LOOP.
      *> mirror of 5130-CLASSIFY-BY-RULES in fizzbuzz - the
      *> highest-precedence matching exclusive rule alone, else
      *> every matching append rule, else every matching
      *> fallback rule
           MOVE ZERO TO WS-EXCL-IDX
           MOVE ZERO TO WS-APPEND-CNT
           MOVE ZERO TO WS-FALLBACK-CNT
           PERFORM VARYING WS-PRO-RULE-IDX FROM 1 BY 1
                   UNTIL WS-PRO-RULE-IDX > WS-PRO-RULE-COUNT
               MOVE WS-PRO-RULE-DIVISOR(WS-PRO-RULE-IDX) TO
               MOVE WS-PRO-RULE-OPRND-2(WS-PRO-RULE-IDX) TO
                   WS-TEST-OPRND-2
               PERFORM 5700-TEST-RULE-MATCH
               MOVE WS-RULE-MATCHED TO
                   WS-PRO-RULE-MATCH(WS-PRO-RULE-IDX)
               IF WS-RULE-MATCHED = "Y"
                   EVALUATE WS-PRO-RULE-COMBINE(WS-PRO-RULE-IDX)
                       WHEN "X"
                           IF WS-EXCL-IDX = ZERO
                               SET WS-EXCL-IDX TO WS-PRO-RULE-IDX
                           END-IF
                       WHEN "F"
                           ADD 1 TO WS-FALLBACK-CNT
                       WHEN OTHER
                           ADD 1 TO WS-APPEND-CNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM 5800-SET-FIRE-MODE
           IF WS-FIRE-MODE NOT = SPACE
               PERFORM VARYING WS-PRO-RULE-IDX FROM 1 BY 1
                       UNTIL WS-PRO-RULE-IDX > WS-PRO-RULE-COUNT
                   IF WS-PRO-RULE-MATCH(WS-PRO-RULE-IDX) = "Y"
                           AND WS-PRO-RULE-COMBINE(WS-PRO-RULE-IDX)
                               = WS-FIRE-MODE
                           AND (WS-FIRE-MODE NOT = "X"
                               OR WS-PRO-RULE-IDX = WS-EXCL-IDX)
                       ADD 1 TO WS-MATCH-CNT-THIS
                       STRING WS-PRO-RULE-LABEL(WS-PRO-RULE-IDX)
                               DELIMITED BY SPACE
                           INTO WS-PRO-LABEL
                           WITH POINTER WS-LABEL-PTR
                       END-STRING
                       PERFORM 5500-TALLY-PRO-LABEL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MATCH-CNT-THIS = ZERO
               MOVE CTR TO WS-NUM-DISPLAY
               MOVE FUNCTION TRIM(WS-NUM-DISPLAY) TO WS-PRO-LABEL
                   END-IF
           END-EVALUATE.

       5800-SET-FIRE-MODE.
      *> which combine mode fires for the number in hand, from
      *> what the rule loop found matching
           EVALUATE TRUE
               WHEN WS-EXCL-IDX > ZERO
                   MOVE "X" TO WS-FIRE-MODE
               WHEN WS-APPEND-CNT > ZERO
                   MOVE "A" TO WS-FIRE-MODE
               WHEN WS-FALLBACK-CNT > ZERO
                   MOVE "F" TO WS-FIRE-MODE
               WHEN OTHER
                   MOVE SPACE TO WS-FIRE-MODE
           END-EVALUATE.

       6000-WRITE-IMPACT-REPORT.
           DISPLAY "FIZZBUZZ-WHATIF: IMPACT OF " WS-TRANS-COUNT
               " PENDING TRANSACTION(S) (" WS-APPLIED-COUNT
               " TO " WS-SAMPLE-END
           DISPLAY "  CURRENT RULES IN FORCE  . " WS-CUR-RULE-COUNT
           DISPLAY "  PROPOSED RULES IN FORCE . " WS-PRO-RULE-COUNT
           DISPLAY "  OVERRIDE NUMBERS CHANGING " WS-OVD-COUNT
           IF WS-SAMPLE-SIZE = ZERO
               MOVE ZERO TO WS-CHANGED-PCT
           ELSE
                   WS-IMPACT-PRO-HITS(WS-IMPACT-IDX) " / "
                   WS-IMPACT-DELTA-DISPLAY
           END-PERFORM
           DISPLAY "FIZZBUZZ-WHATIF: SIMULATION ONLY - RULES AND"
               " OVERRIDE MASTERS NOT CHANGED".

       6500-WRITE-IMPACT-SNAPSHOT.
      *> the figures above become the evidence a checker approves
      *> against - every PENDING id simulated is covered.  An
      *> incomplete simulation is no evidence at all.
           IF WS-OVD-OVERFLOW = "Y"
               DISPLAY "FIZZBUZZ-WHATIF: IMPACT NOT SAVED - OVERRIDE"
                   " SIMULATION INCOMPLETE"
               MOVE 08 TO WS-RETURN-CODE
           ELSE
               PERFORM 6550-SAVE-IMPACT-SNAPSHOT
           END-IF.

       6550-SAVE-IMPACT-SNAPSHOT.
           OPEN OUTPUT WHATIF-FILE
           IF WS-WI-FS NOT = "00"
               DISPLAY "FIZZBUZZ-WHATIF: UNABLE TO WRITE"
                   " data/whatif-impact.dat - STATUS " WS-WI-FS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO WHATIF-IMPACT-REC
               MOVE WS-TIMESTAMP TO WI-TIMESTAMP
               MOVE WS-RULE-VERSION TO WI-RULE-VERSION
               MOVE WS-RULE-FIRST-ID TO WI-RULE-FIRST-ID
               MOVE WS-RULE-LAST-ID TO WI-RULE-LAST-ID
               MOVE WS-OVR-FIRST-ID TO WI-OVR-FIRST-ID
               MOVE WS-OVR-LAST-ID TO WI-OVR-LAST-ID
               MOVE WS-TRANS-COUNT TO WI-TRANS-COUNT
               MOVE WS-SAMPLE-START TO WI-SAMPLE-START
               MOVE WS-SAMPLE-END TO WI-SAMPLE-END
               MOVE WS-SAMPLE-SIZE TO WI-SAMPLE-SIZE
               MOVE WS-CHANGED-COUNT TO WI-CHANGED-COUNT
               MOVE WS-CHANGED-PCT TO WI-CHANGED-PCT
               WRITE WHATIF-IMPACT-REC
               CLOSE WHATIF-FILE
               DISPLAY "FIZZBUZZ-WHATIF: IMPACT SAVED FOR PENDING"
                   " RULE TRANSACTIONS " WS-RULE-FIRST-ID " TO "
                   WS-RULE-LAST-ID ", OVERRIDE TRANSACTIONS "
                   WS-OVR-FIRST-ID " TO " WS-OVR-LAST-ID
           END-IF.
