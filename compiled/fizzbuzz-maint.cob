      *> and then moves the pointer (data/rulesgen.dat), never
      *> overwriting in place.  Lets an operator add, change or
      *> deactivate a rule without hand editing the parameter
      *> file.
      *> Every change goes through maker-checker: a keyed
      *> transaction is only queued PENDING (data/maint-pending.dat,
      *> see copybooks/pendtrnrec.cpy) under the maker's id; a
      *> different operator approves or rejects it, and only
      *> approved transactions are applied into a new generation.
      *> Every decision and apply outcome is appended to
      *> data/approval.log with the fizzbuzz-whatif impact figures
      *> the checker was shown.  Arguments: mode operator-id
      *> [trans-file | trans-id], mode being
      *>   BATCH (or none)  queue every transaction in a
      *>                    transaction file (default
      *>                    data/maint-trans.dat) as the maker;
      *>   INTERACTIVE      key a single transaction in at the
      *>                    console instead;
      *>   LIST             show the queue (no operator needed);
      *>   APPROVE/REJECT   decide pending transaction trans-id as
      *>                    the checker - approval needs a
      *>                    fizzbuzz-whatif run covering it since
      *>                    the last apply;
      *>   APPLY            apply every approved transaction into
      *>                    a new generation.
      *> A rollback is a transaction like any other (action 'R',
      *> see maintrec.cpy): it names an earlier generation, must
      *> pass the same header/trailer checks as a generation
      *> being loaded, and on apply that generation's content is
      *> republished as the next generation number - the pointer
      *> only ever moves forward.  Each applied rollback is also
      *> logged to data/rules-rollback.log (rbklogrec.cpy) with
      *> who requested it and the generation it restored from;
      *> fizzbuzz-gencomp shows what one would change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN DYNAMIC WS-TRANS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT PENDING-FILE ASSIGN TO "data/maint-pending.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FS.
           SELECT APPROVAL-LOG ASSIGN TO "data/approval.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FS.
           SELECT WHATIF-FILE ASSIGN TO "data/whatif-impact.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WI-FS.
           SELECT ROLLBACK-LOG ASSIGN TO "data/rules-rollback.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RBK-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
           COPY RULEGENREC.
       FD TRANS-FILE.
           COPY MAINTREC.
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD PENDING-FILE.
           COPY PENDTRNREC.
       FD APPROVAL-LOG.
           COPY APPRLOGREC.
       FD WHATIF-FILE.
           COPY WHATIFREC.
       FD ROLLBACK-LOG.
           COPY RBKLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(11) VALUE SPACES.
       01 WS-ARG2                      PIC X(60) VALUE SPACES.
       01 WS-ARG3                      PIC X(60) VALUE SPACES.
       01 WS-OPERATOR-ID               PIC X(8) VALUE SPACES.

       01 WS-RULES-FS                  PIC XX.
       01 WS-RGP-FS                    PIC XX.
       01 WS-GEN-FS                    PIC XX.
       01 WS-TRANS-FS                  PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-PEND-FS                   PIC XX.
       01 WS-APPR-FS                   PIC XX.
       01 WS-WI-FS                     PIC XX.
       01 WS-RBK-FS                    PIC XX.

      *> ---- rules-master generation resolution --------------------
      *> the master is loaded from the newest complete generation
       01 WS-NEW-VERSION               PIC 9(4) VALUE ZERO.
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

      *> WS-RBK-TABLE receives the generation being restored, in
      *> WS-MASTER-TABLE's shape, while the working master is
      *> parked in WS-SAVE-TABLE (see 4900-LOAD-ROLLBACK-SOURCE)
       01 WS-RBK-TABLE.
           05 WS-RBK-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-RBK-ENTRY OCCURS 100 TIMES PIC X(54).
       01 WS-SAVE-TABLE.
           05 WS-SAVE-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-SAVE-ENTRY OCCURS 100 TIMES PIC X(54).
       01 WS-RBK-SOURCE                PIC 9(4) VALUE ZERO.
       01 WS-RBK-OK                    PIC X(1) VALUE "N".

      *> effective dating - a change closes the current entry as
      *> of yesterday and appends its successor from today, so
       01 WS-TRANS-TYPE                PIC X(1).
       01 WS-TRANS-OPRND-1             PIC 9(9).
       01 WS-TRANS-OPRND-2             PIC 9(9).
       01 WS-TRANS-PRIORITY            PIC 9(3).
       01 WS-TRANS-COMBINE             PIC X(1).
       01 WS-TRANS-PRIORITY-OK         PIC X(1) VALUE "Y".
       01 WS-TRANS-RULE-OK             PIC X(1) VALUE "Y".

      *> ---- maker-checker queue ------------------------------------
      *> the whole pending queue is held here and written back after
      *> every run that changes it; WS-PEND-OUTCOME carries an apply
      *> result until the new generation is safely on disk
       01 WS-PEND-TABLE.
           05 WS-PEND-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-PEND-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PEND-IDX.
               10 WS-PEND-REC          PIC X(132).
               10 WS-PEND-OUTCOME      PIC X(8).
       01 WS-PEND-MAX                  PIC 9(3) VALUE 500.
       01 WS-PEND-OK                   PIC X(1) VALUE "Y".
       01 WS-PEND-FOUND                PIC 9(3) VALUE ZERO.
       01 WS-PEND-WRITE-OK             PIC X(1) VALUE "Y".
       01 WS-PURGE-DECIDED             PIC X(1) VALUE "N".
       01 WS-LAST-TRANS-ID             PIC 9(6) VALUE ZERO.
       01 WS-DECIDE-ID                 PIC 9(6) VALUE ZERO.
       01 WS-QUEUED-COUNT              PIC 9(5) VALUE ZERO.
       01 WS-APPROVED-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-BEFORE            PIC 9(5) VALUE ZERO.
       01 WS-IMPACT-COVERS             PIC X(1) VALUE "N".
       01 WS-LOG-DECISION              PIC X(8) VALUE SPACES.
       01 WS-LOG-VERSION               PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       fizzbuzz-maint-main SECTION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-LOAD-OK = "N"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-LOAD-MASTER
           IF WS-LOAD-OK = "N"
      *> the master exists but couldn't be read (permissions, I/O
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-LOAD-PENDING-QUEUE
           IF WS-PEND-OK = "N"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-MODE
               WHEN "INTERACTIVE"
                   PERFORM 3000-RUN-INTERACTIVE
               WHEN "BATCH"
                   PERFORM 4000-RUN-BATCH
               WHEN "LIST"
                   PERFORM 6000-LIST-QUEUE
               WHEN "APPROVE"
               WHEN "REJECT"
                   PERFORM 6100-DECIDE-TRANSACTION
               WHEN "APPLY"
                   PERFORM 7000-APPLY-APPROVED
           END-EVALUATE
           IF WS-MODE = "INTERACTIVE" OR WS-MODE = "BATCH"
               IF WS-QUEUED-COUNT > ZERO
                   PERFORM 2700-REWRITE-PENDING-QUEUE
               END-IF
               DISPLAY "FIZZBUZZ-MAINT: " WS-QUEUED-COUNT
                   " TRANSACTION(S) QUEUED PENDING APPROVAL, "
                   WS-REJECTED-COUNT " REJECTED - MASTER UNCHANGED"
                   " AT GENERATION " WS-RULE-VERSION
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
           IF WS-ARG1 = SPACES
               MOVE "BATCH" TO WS-MODE
           ELSE
               MOVE WS-ARG1 TO WS-MODE
           END-IF
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
           MOVE WS-ARG2 TO WS-OPERATOR-ID
           MOVE 3 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
           IF WS-ARG3 = SPACES
               MOVE "data/maint-trans.dat" TO WS-TRANS-PATH
           ELSE
               MOVE WS-ARG3 TO WS-TRANS-PATH
           END-IF
           PERFORM 1100-VALIDATE-ARGUMENTS
           PERFORM 1050-READ-BUSINESS-DATE
           COMPUTE WS-PREV-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) - 1)
           ACCEPT WS-CURR-TIME FROM TIME
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
               DISPLAY "FIZZBUZZ-MAINT: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       1100-VALIDATE-ARGUMENTS.
      *> every mode but LIST acts under a named operator - the id
      *> is what maker-checker compares and what the log records
           EVALUATE WS-MODE
               WHEN "BATCH"
               WHEN "INTERACTIVE"
               WHEN "LIST"
               WHEN "APPLY"
                   CONTINUE
               WHEN "APPROVE"
               WHEN "REJECT"
                   IF WS-ARG3 = SPACES
                           OR FUNCTION TEST-NUMVAL(WS-ARG3) NOT = ZERO
                       DISPLAY "FIZZBUZZ-MAINT: " WS-MODE
                           " NEEDS A NUMERIC TRANSACTION ID"
                       MOVE "N" TO WS-LOAD-OK
                       MOVE 08 TO WS-RETURN-CODE
                   ELSE
                       COMPUTE WS-DECIDE-ID = FUNCTION NUMVAL(WS-ARG3)
                   END-IF
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-MAINT: UNKNOWN MODE '" WS-MODE
                       "'"
                   MOVE "N" TO WS-LOAD-OK
                   MOVE 08 TO WS-RETURN-CODE
           END-EVALUATE
           IF WS-OPERATOR-ID = SPACES AND WS-MODE NOT = "LIST"
               MOVE "N" TO WS-LOAD-OK
               MOVE 08 TO WS-RETURN-CODE
           END-IF
           IF WS-LOAD-OK = "N"
               DISPLAY "FIZZBUZZ-MAINT: USAGE - fizzbuzz-maint"
                   " BATCH|INTERACTIVE operator-id [trans-file]"
               DISPLAY "                        fizzbuzz-maint"
                   " APPROVE|REJECT operator-id trans-id"
               DISPLAY "                        fizzbuzz-maint"
                   " APPLY operator-id | LIST"
           END-IF.

       2000-LOAD-MASTER.
           MOVE ZERO TO WS-MASTER-COUNT
           MOVE ZERO TO WS-RULE-VERSION
               IF WS-GEN-FOUND = "Y"
                   MOVE WS-TRY-VERSION TO WS-RULE-VERSION
               ELSE
                   IF WS-GEN-OPENED = "Y"
                       DISPLAY "FIZZBUZZ-MAINT: GENERATION "
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
                       PERFORM 2090-NORMALIZE-MASTER-TYPE
                   END-IF
               WHEN "T"
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
                               PERFORM 2090-NORMALIZE-MASTER-TYPE
                       END-READ
                   END-PERFORM
      *> they always were
           IF WS-MASTER-TYPE(WS-MASTER-COUNT) = SPACE
               MOVE "D" TO WS-MASTER-TYPE(WS-MASTER-COUNT)
           END-IF
      *> ... and likewise records written before combine modes
      *> existed append, so a rewritten generation carries 'A'
           IF WS-MASTER-COMBINE(WS-MASTER-COUNT) = SPACE
               MOVE "A" TO WS-MASTER-COMBINE(WS-MASTER-COUNT)
           END-IF.

       2500-LOAD-PENDING-QUEUE.
           MOVE ZERO TO WS-PEND-COUNT
           MOVE ZERO TO WS-LAST-TRANS-ID
           OPEN INPUT PENDING-FILE
           EVALUATE WS-PEND-FS
               WHEN "00"
                   PERFORM UNTIL WS-PEND-FS = "10"
                       READ PENDING-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 2550-TAKE-PENDING-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
               WHEN "35"
      *> nothing ever queued - the first transaction creates it
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-MAINT: UNABLE TO OPEN"
                       " data/maint-pending.dat - STATUS " WS-PEND-FS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE "N" TO WS-PEND-OK
           END-EVALUATE.

       2550-TAKE-PENDING-ENTRY.
           IF WS-PEND-COUNT < WS-PEND-MAX
               ADD 1 TO WS-PEND-COUNT
               MOVE PEND-TRANS-REC TO WS-PEND-REC(WS-PEND-COUNT)
               MOVE SPACES TO WS-PEND-OUTCOME(WS-PEND-COUNT)
               IF PT-TRANS-ID > WS-LAST-TRANS-ID
                   MOVE PT-TRANS-ID TO WS-LAST-TRANS-ID
               END-IF
           ELSE
      *> rewriting a truncated queue would lose transactions -
      *> refuse to run until an apply has drained it
               IF WS-PEND-OK = "Y"
                   DISPLAY "FIZZBUZZ-MAINT: PENDING QUEUE HOLDS MORE"
                       " THAN " WS-PEND-MAX " ENTRIES - APPLY OR"
                       " REJECT BEFORE QUEUEING MORE"
               END-IF
               MOVE 16 TO WS-RETURN-CODE
               MOVE "N" TO WS-PEND-OK
           END-IF.

       2600-FIND-PENDING-ENTRY.
           MOVE ZERO TO WS-PEND-FOUND
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IDX) TO PEND-TRANS-REC
               IF PT-TRANS-ID = WS-DECIDE-ID
                   SET WS-PEND-FOUND TO WS-PEND-IDX
               END-IF
           END-PERFORM
           IF WS-PEND-FOUND > ZERO
               MOVE WS-PEND-REC(WS-PEND-FOUND) TO PEND-TRANS-REC
           END-IF.

       2700-REWRITE-PENDING-QUEUE.
      *> an apply drops the decided entries (the approval log is
      *> their record) but always keeps the newest one, so the
      *> transaction ids carry on ascending
           MOVE "Y" TO WS-PEND-WRITE-OK
           OPEN OUTPUT PENDING-FILE
           IF WS-PEND-FS NOT = "00"
               DISPLAY "FIZZBUZZ-MAINT: UNABLE TO REWRITE"
                   " data/maint-pending.dat - STATUS " WS-PEND-FS
               MOVE 16 TO WS-RETURN-CODE
               MOVE "N" TO WS-PEND-WRITE-OK
           ELSE
               PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   MOVE WS-PEND-REC(WS-PEND-IDX) TO PEND-TRANS-REC
                   IF WS-PURGE-DECIDED = "N"
                           OR PT-STATUS = "PENDING"
                           OR PT-STATUS = "APPROVED"
                           OR PT-TRANS-ID = WS-LAST-TRANS-ID
                       WRITE PEND-TRANS-REC
                       IF WS-PEND-FS NOT = "00"
                               AND WS-PEND-WRITE-OK = "Y"
                           DISPLAY "FIZZBUZZ-MAINT: WRITE TO"
                               " data/maint-pending.dat FAILED -"
                               " STATUS " WS-PEND-FS
                           MOVE 16 TO WS-RETURN-CODE
                           MOVE "N" TO WS-PEND-WRITE-OK
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       3000-RUN-INTERACTIVE.
           DISPLAY "FIZZBUZZ-MAINT - ENTER ONE TRANSACTION"
           DISPLAY "ACTION (A=ADD, C=CHANGE, D=DEACTIVATE,"
               " R=ROLL BACK TO A GENERATION): "
           ACCEPT WS-TRANS-ACTION
           IF WS-TRANS-ACTION = "R"
               MOVE ZERO TO WS-TRANS-DIVISOR
           ELSE
               DISPLAY "DIVISOR (RULE KEY): "
               ACCEPT WS-TRANS-DIVISOR
           END-IF
           IF WS-TRANS-ACTION NOT = "D"
                   AND WS-TRANS-ACTION NOT = "R"
               DISPLAY "LABEL: "
               ACCEPT WS-TRANS-LABEL
               DISPLAY "ACTIVE (Y/N): "
                   MOVE ZERO TO WS-TRANS-OPRND-1
                   MOVE ZERO TO WS-TRANS-OPRND-2
               END-IF
               DISPLAY "PRIORITY (000-999, LOWEST FIRST): "
               ACCEPT WS-TRANS-PRIORITY
               DISPLAY "COMBINE MODE (A=APPEND, X=EXCLUSIVE,"
                   " F=FALLBACK ONLY): "
               ACCEPT WS-TRANS-COMBINE
               IF WS-TRANS-COMBINE = SPACE
                   MOVE "A" TO WS-TRANS-COMBINE
               END-IF
           ELSE
               MOVE SPACES TO WS-TRANS-LABEL
               MOVE SPACES TO WS-TRANS-ACTIVE
               MOVE "D" TO WS-TRANS-TYPE
               MOVE ZERO TO WS-TRANS-OPRND-1
               MOVE ZERO TO WS-TRANS-OPRND-2
               MOVE ZERO TO WS-TRANS-PRIORITY
               MOVE "A" TO WS-TRANS-COMBINE
               IF WS-TRANS-ACTION = "R"
                   DISPLAY "GENERATION TO RESTORE: "
                   ACCEPT WS-TRANS-OPRND-1
               END-IF
           END-IF
           MOVE "Y" TO WS-TRANS-PRIORITY-OK
           PERFORM 3800-VALIDATE-SUBMISSION
           IF WS-TRANS-RULE-OK = "Y"
               PERFORM 3900-QUEUE-TRANSACTION
           END-IF.

       3800-VALIDATE-SUBMISSION.
      *> what can be judged without the master is judged now, so
      *> a checker never sees a transaction that cannot apply;
      *> whether the divisor exists is settled at apply time,
      *> against the master as it stands then
           MOVE "Y" TO WS-TRANS-RULE-OK
           EVALUATE WS-TRANS-ACTION
               WHEN "A"
               WHEN "C"
                   IF WS-TRANS-DIVISOR = ZERO
                       DISPLAY "FIZZBUZZ-MAINT: ZERO DIVISOR"
                           " - TRANSACTION REJECTED"
                       MOVE "N" TO WS-TRANS-RULE-OK
                   ELSE
                       PERFORM 4450-VALIDATE-TRANS-RULE
                       IF WS-TRANS-RULE-OK = "N"
                           DISPLAY "FIZZBUZZ-MAINT: RULE "
                               WS-TRANS-DIVISOR
                               " TRANSACTION REJECTED - BAD RULE"
                               " TYPE, OPERANDS OR PRECEDENCE"
                       END-IF
                   END-IF
               WHEN "D"
                   CONTINUE
               WHEN "R"
                   PERFORM 4900-LOAD-ROLLBACK-SOURCE
                   MOVE WS-RBK-OK TO WS-TRANS-RULE-OK
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-MAINT: UNKNOWN ACTION CODE '"
                       WS-TRANS-ACTION "' - TRANSACTION REJECTED"
                   MOVE "N" TO WS-TRANS-RULE-OK
           END-EVALUATE
           IF WS-TRANS-RULE-OK = "N"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 08 TO WS-RETURN-CODE
           END-IF.

       3900-QUEUE-TRANSACTION.
           IF WS-PEND-COUNT >= WS-PEND-MAX
               DISPLAY "FIZZBUZZ-MAINT: PENDING QUEUE FULL - RULE "
                   WS-TRANS-DIVISOR " TRANSACTION NOT QUEUED"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 08 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-LAST-TRANS-ID
               MOVE SPACES TO PEND-TRANS-REC
               MOVE WS-LAST-TRANS-ID TO PT-TRANS-ID
               MOVE "PENDING" TO PT-STATUS
               MOVE WS-OPERATOR-ID TO PT-MAKER-ID
               MOVE WS-TIMESTAMP TO PT-MAKER-TS
               MOVE ZERO TO PT-APPLIED-VERSION
               MOVE WS-TRANS-ACTION TO PT-MT-ACTION
               MOVE WS-TRANS-DIVISOR TO PT-MT-DIVISOR
               MOVE WS-TRANS-LABEL TO PT-MT-LABEL
               MOVE WS-TRANS-ACTIVE TO PT-MT-ACTIVE
               MOVE WS-TRANS-TYPE TO PT-MT-RULE-TYPE
               MOVE WS-TRANS-OPRND-1 TO PT-MT-OPERAND-1
               MOVE WS-TRANS-OPRND-2 TO PT-MT-OPERAND-2
               MOVE WS-TRANS-PRIORITY TO PT-MT-PRIORITY
               MOVE WS-TRANS-COMBINE TO PT-MT-COMBINE
               ADD 1 TO WS-PEND-COUNT
               MOVE PEND-TRANS-REC TO WS-PEND-REC(WS-PEND-COUNT)
               MOVE SPACES TO WS-PEND-OUTCOME(WS-PEND-COUNT)
               ADD 1 TO WS-QUEUED-COUNT
               IF WS-TRANS-ACTION = "R"
                   DISPLAY "FIZZBUZZ-MAINT: TRANSACTION " PT-TRANS-ID
                       " (ROLL BACK TO GENERATION " WS-RBK-SOURCE
                       ") QUEUED PENDING APPROVAL BY "
                       WS-OPERATOR-ID
               ELSE
                   DISPLAY "FIZZBUZZ-MAINT: TRANSACTION " PT-TRANS-ID
                       " (" WS-TRANS-ACTION " RULE "
                       WS-TRANS-DIVISOR
                       ") QUEUED PENDING APPROVAL BY "
                       WS-OPERATOR-ID
               END-IF
           END-IF.

       4000-RUN-BATCH.
           OPEN INPUT TRANS-FILE
                           MOVE MT-LABEL TO WS-TRANS-LABEL
                           MOVE MT-ACTIVE TO WS-TRANS-ACTIVE
                           PERFORM 4400-TAKE-TRANS-RULE-TYPE
                           PERFORM 3800-VALIDATE-SUBMISSION
                           IF WS-TRANS-RULE-OK = "Y"
                               PERFORM 3900-QUEUE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
               MOVE MT-OPERAND-2 TO WS-TRANS-OPRND-2
           ELSE
               MOVE ZERO TO WS-TRANS-OPRND-2
           END-IF
      *> ... and before priorities and combine modes existed -
      *> blank gives priority zero, append; anything else in the
      *> priority that is not a number fails validation
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

       4410-TAKE-PENDING-RULE.
      *> unpack a queued transaction - same normalization as
      *> 4400-TAKE-TRANS-RULE-TYPE gives a freshly read one
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
           END-IF.

       4450-VALIDATE-TRANS-RULE.
                   DISPLAY "FIZZBUZZ-MAINT: UNKNOWN RULE TYPE '"
                       WS-TRANS-TYPE "'"
                   MOVE "N" TO WS-TRANS-RULE-OK
           END-EVALUATE
      *> precedence (see copybooks/rulerec.cpy) - the priority
      *> must be a number and the combine mode one fizzbuzz knows
           IF WS-TRANS-PRIORITY-OK = "N"
               DISPLAY "FIZZBUZZ-MAINT: PRIORITY IS NOT A NUMBER"
                   " 000 THROUGH 999"
               MOVE "N" TO WS-TRANS-RULE-OK
           END-IF
           IF WS-TRANS-COMBINE NOT = "A"
                   AND WS-TRANS-COMBINE NOT = "X"
                   AND WS-TRANS-COMBINE NOT = "F"
               DISPLAY "FIZZBUZZ-MAINT: UNKNOWN COMBINE MODE '"
                   WS-TRANS-COMBINE "' - USE A, X OR F"
               MOVE "N" TO WS-TRANS-RULE-OK
           END-IF.

       4500-APPLY-TRANSACTION.
           IF WS-TRANS-ACTION = "R"
               PERFORM 4950-APPLY-ROLLBACK
           ELSE
               PERFORM 4520-APPLY-RULE-TRANSACTION
           END-IF.

       4520-APPLY-RULE-TRANSACTION.
           PERFORM 4600-FIND-MASTER-ENTRY
           IF WS-TRANS-ACTION = "A" OR WS-TRANS-ACTION = "C"
               PERFORM 4450-VALIDATE-TRANS-RULE
               IF WS-TRANS-RULE-OK = "N"
                   DISPLAY "FIZZBUZZ-MAINT: RULE " WS-TRANS-DIVISOR
                       " TRANSACTION REJECTED - BAD RULE TYPE,"
                       " OPERANDS OR PRECEDENCE"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 08 TO WS-RETURN-CODE
               END-IF
           MOVE WS-TRANS-OPRND-1 TO
               WS-MASTER-OPRND-1(WS-MASTER-COUNT)
           MOVE WS-TRANS-OPRND-2 TO
               WS-MASTER-OPRND-2(WS-MASTER-COUNT)
           MOVE WS-TRANS-PRIORITY TO
               WS-MASTER-PRIORITY(WS-MASTER-COUNT)
           MOVE WS-TRANS-COMBINE TO
               WS-MASTER-COMBINE(WS-MASTER-COUNT).

       4900-LOAD-ROLLBACK-SOURCE.
      *> an 'R' transaction names the generation to restore in
      *> operand 1; it must be an earlier generation that passes
      *> the header/trailer checks a normal load applies.  The
      *> working master is parked while 2060 loads it, and put
      *> back whatever the outcome
           MOVE "N" TO WS-RBK-OK
           MOVE ZERO TO WS-RBK-COUNT
           MOVE WS-TRANS-OPRND-1 TO WS-RBK-SOURCE
           IF WS-TRANS-OPRND-1 = ZERO
                   OR WS-TRANS-OPRND-1 NOT < WS-RULE-VERSION
               DISPLAY "FIZZBUZZ-MAINT: ROLLBACK GENERATION "
                   WS-RBK-SOURCE " IS NOT AN EARLIER GENERATION"
                   " THAN " WS-RULE-VERSION " - TRANSACTION REJECTED"
           ELSE
               MOVE WS-MASTER-TABLE TO WS-SAVE-TABLE
               MOVE ZERO TO WS-MASTER-COUNT
               MOVE "N" TO WS-GEN-FOUND
               MOVE WS-RBK-SOURCE TO WS-TRY-VERSION
               PERFORM 2060-TRY-LOAD-GENERATION
               IF WS-GEN-FOUND = "Y"
                       AND WS-GEN-DETAIL-COUNT NOT > 100
                   MOVE WS-MASTER-TABLE TO WS-RBK-TABLE
                   MOVE "Y" TO WS-RBK-OK
               ELSE
                   DISPLAY "FIZZBUZZ-MAINT: GENERATION "
                       WS-GEN-FILENAME " MISSING, INCOMPLETE OR"
                       " OVER 100 RULES - ROLLBACK REJECTED"
               END-IF
               MOVE WS-SAVE-TABLE TO WS-MASTER-TABLE
               MOVE "Y" TO WS-GEN-FOUND
               MOVE WS-RULE-VERSION TO WS-TRY-VERSION
           END-IF.

       4950-APPLY-ROLLBACK.
      *> the source is re-read at apply time - the queue may have
      *> sat while generations came and went - and its content
      *> replaces the working master outright; transactions
      *> queued after it apply on top.  5000 then publishes it
      *> as the next generation number, never the old one
           PERFORM 4900-LOAD-ROLLBACK-SOURCE
           IF WS-RBK-OK = "Y"
               MOVE WS-RBK-TABLE TO WS-MASTER-TABLE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "FIZZBUZZ-MAINT: CONTENT OF GENERATION "
                   WS-RBK-SOURCE " RESTORED - " WS-MASTER-COUNT
                   " RULE ENTRIES"
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 08 TO WS-RETURN-CODE
           END-IF.

       5000-WRITE-NEW-GENERATION.
      *> the new generation file is written complete - header,
                   RG-RULE-OPRND-1
               MOVE WS-MASTER-OPRND-2(WS-MASTER-IDX) TO
                   RG-RULE-OPRND-2
               MOVE WS-MASTER-PRIORITY(WS-MASTER-IDX) TO
                   RG-RULE-PRIORITY
               MOVE WS-MASTER-COMBINE(WS-MASTER-IDX) TO
                   RG-RULE-COMBINE
               WRITE RULE-GEN-REC
               PERFORM 5150-CHECK-GEN-WRITE
           END-PERFORM
                   MOVE "N" TO WS-GEN-WRITE-OK
               END-IF
           END-IF.

       6000-LIST-QUEUE.
           DISPLAY "FIZZBUZZ-MAINT: RULES MAINTENANCE QUEUE - "
               WS-PEND-COUNT " ENTRY(S), MASTER AT GENERATION "
               WS-RULE-VERSION
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IDX) TO PEND-TRANS-REC
               DISPLAY "  " PT-TRANS-ID " " PT-STATUS " "
                   PT-MT-ACTION " " PT-MT-DIVISOR " " PT-MT-LABEL
                   " " PT-MT-ACTIVE " " PT-MT-RULE-TYPE " "
                   PT-MT-OPERAND-1 " " PT-MT-OPERAND-2 " "
                   PT-MT-PRIORITY " " PT-MT-COMBINE
               DISPLAY "         KEYED BY " PT-MAKER-ID " "
                   PT-MAKER-TS "  CHECKED BY " PT-CHECKER-ID " "
                   PT-CHECKER-TS
           END-PERFORM.

       6100-DECIDE-TRANSACTION.
           PERFORM 2600-FIND-PENDING-ENTRY
           IF WS-PEND-FOUND = ZERO
               DISPLAY "FIZZBUZZ-MAINT: TRANSACTION " WS-DECIDE-ID
                   " NOT IN THE QUEUE"
               MOVE 08 TO WS-RETURN-CODE
           ELSE
               IF PT-STATUS NOT = "PENDING"
                   DISPLAY "FIZZBUZZ-MAINT: TRANSACTION "
                       WS-DECIDE-ID " IS " PT-STATUS
                       " - ONLY A PENDING TRANSACTION CAN BE DECIDED"
                   MOVE 08 TO WS-RETURN-CODE
               ELSE
                   IF PT-MAKER-ID = WS-OPERATOR-ID
                       DISPLAY "FIZZBUZZ-MAINT: TRANSACTION "
                           WS-DECIDE-ID " WAS KEYED BY "
                           WS-OPERATOR-ID " - THE CHECKER MUST BE A"
                           " DIFFERENT OPERATOR"
                       MOVE 08 TO WS-RETURN-CODE
                   ELSE
                       PERFORM 6200-READ-IMPACT-SNAPSHOT
                       PERFORM 6150-RECORD-DECISION
                   END-IF
               END-IF
           END-IF.

       6150-RECORD-DECISION.
      *> approving needs the impact figures the checker is signing
      *> off on - a what-if run over the queue since the master
      *> last moved; a rejection needs no evidence
           IF WS-MODE = "APPROVE" AND WS-IMPACT-COVERS = "N"
               DISPLAY "FIZZBUZZ-MAINT: NO CURRENT WHAT-IF IMPACT"
                   " COVERS TRANSACTION " WS-DECIDE-ID
               DISPLAY "  RUN fizzbuzz-whatif OVER THE PENDING QUEUE"
                   " AND REVIEW IT BEFORE APPROVING"
               MOVE 08 TO WS-RETURN-CODE
           ELSE
               IF WS-MODE = "APPROVE"
                   MOVE "APPROVED" TO PT-STATUS
               ELSE
                   MOVE "REJECTED" TO PT-STATUS
               END-IF
               MOVE WS-OPERATOR-ID TO PT-CHECKER-ID
               MOVE WS-TIMESTAMP TO PT-CHECKER-TS
               MOVE PEND-TRANS-REC TO WS-PEND-REC(WS-PEND-FOUND)
               PERFORM 2700-REWRITE-PENDING-QUEUE
               MOVE WS-PEND-REC(WS-PEND-FOUND) TO PEND-TRANS-REC
               IF WS-PEND-WRITE-OK = "Y"
                   MOVE PT-STATUS TO WS-LOG-DECISION
                   MOVE WS-RULE-VERSION TO WS-LOG-VERSION
                   PERFORM 6500-WRITE-APPROVAL-LOG
                   DISPLAY "FIZZBUZZ-MAINT: TRANSACTION "
                       WS-DECIDE-ID " " PT-STATUS " BY "
                       WS-OPERATOR-ID
               END-IF
           END-IF.

       6200-READ-IMPACT-SNAPSHOT.
           MOVE "N" TO WS-IMPACT-COVERS
           OPEN INPUT WHATIF-FILE
           IF WS-WI-FS = "00"
               READ WHATIF-FILE
               IF WS-WI-FS = "00"
                       AND WI-RULE-FIRST-ID IS NUMERIC
                       AND WI-RULE-LAST-ID IS NUMERIC
                       AND WI-RULE-VERSION = WS-RULE-VERSION
                       AND WI-RULE-FIRST-ID <= WS-DECIDE-ID
                       AND WS-DECIDE-ID <= WI-RULE-LAST-ID
                   MOVE "Y" TO WS-IMPACT-COVERS
               END-IF
               CLOSE WHATIF-FILE
           END-IF.

       6500-WRITE-APPROVAL-LOG.
      *> PEND-TRANS-REC holds the entry; the what-if figures go in
      *> only for a decision the snapshot covers
           OPEN EXTEND APPROVAL-LOG
           IF WS-APPR-FS = "35"
               OPEN OUTPUT APPROVAL-LOG
           END-IF
           IF WS-APPR-FS NOT = "00"
               DISPLAY "FIZZBUZZ-MAINT: UNABLE TO OPEN"
                   " data/approval.log - STATUS " WS-APPR-FS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO APPROVAL-LOG-REC
               MOVE WS-TIMESTAMP TO AL-TIMESTAMP
               MOVE "RULES" TO AL-MASTER
               MOVE PT-TRANS-ID TO AL-TRANS-ID
               MOVE WS-LOG-DECISION TO AL-DECISION
               MOVE PT-MAKER-ID TO AL-MAKER-ID
               MOVE PT-MAKER-TS TO AL-MAKER-TS
               MOVE PT-CHECKER-ID TO AL-CHECKER-ID
               MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
               MOVE WS-LOG-VERSION TO AL-RULE-VERSION
               MOVE PT-TRANS-IMAGE TO AL-TRANS-IMAGE
               IF WS-IMPACT-COVERS = "Y"
                   MOVE WI-TIMESTAMP TO AL-WI-TIMESTAMP
                   MOVE WI-SAMPLE-START TO AL-WI-SAMPLE-START
                   MOVE WI-SAMPLE-END TO AL-WI-SAMPLE-END
                   MOVE WI-TRANS-COUNT TO AL-WI-TRANS-COUNT
                   MOVE WI-CHANGED-COUNT TO AL-WI-CHANGED-COUNT
                   MOVE WI-CHANGED-PCT TO AL-WI-CHANGED-PCT
               ELSE
                   MOVE ZERO TO AL-WI-SAMPLE-START
                   MOVE ZERO TO AL-WI-SAMPLE-END
                   MOVE ZERO TO AL-WI-TRANS-COUNT
                   MOVE ZERO TO AL-WI-CHANGED-COUNT
                   MOVE ZERO TO AL-WI-CHANGED-PCT
               END-IF
               WRITE APPROVAL-LOG-REC
               CLOSE APPROVAL-LOG
           END-IF.

       7000-APPLY-APPROVED.
      *> approved transactions go into the in-memory master in
      *> queue order; their outcomes are only committed to the
      *> queue and the log once the new generation is on disk, so
      *> a failed write leaves them APPROVED for the next apply
           MOVE ZERO TO WS-APPROVED-COUNT
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IDX) TO PEND-TRANS-REC
               IF PT-STATUS = "APPROVED"
                   ADD 1 TO WS-APPROVED-COUNT
                   PERFORM 7100-APPLY-ONE-APPROVED
               END-IF
           END-PERFORM
           IF WS-APPROVED-COUNT = ZERO
               DISPLAY "FIZZBUZZ-MAINT: NO APPROVED TRANSACTIONS TO"
                   " APPLY - MASTER UNCHANGED AT GENERATION "
                   WS-RULE-VERSION
               MOVE 04 TO WS-RETURN-CODE
           ELSE
               IF WS-APPLIED-COUNT > ZERO
                   PERFORM 5000-WRITE-NEW-GENERATION
               ELSE
                   MOVE WS-RULE-VERSION TO WS-NEW-VERSION
                   MOVE "Y" TO WS-GEN-WRITE-OK
               END-IF
               IF WS-GEN-WRITE-OK = "Y"
                   PERFORM 7200-COMMIT-APPLY
                   DISPLAY "FIZZBUZZ-MAINT: " WS-APPLIED-COUNT
                       " TRANSACTION(S) APPLIED, " WS-REJECTED-COUNT
                       " FAILED - MASTER AT GENERATION "
                       WS-NEW-VERSION
               ELSE
                   DISPLAY "FIZZBUZZ-MAINT: GENERATION "
                       WS-NEW-VERSION " NOT WRITTEN - MASTER"
                       " UNCHANGED AT GENERATION " WS-RULE-VERSION
                       " - APPROVED TRANSACTIONS LEFT QUEUED"
               END-IF
           END-IF.

       7100-APPLY-ONE-APPROVED.
           PERFORM 4410-TAKE-PENDING-RULE
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
           PERFORM 4500-APPLY-TRANSACTION
           IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
               MOVE "APPLIED" TO WS-PEND-OUTCOME(WS-PEND-IDX)
           ELSE
               MOVE "FAILED" TO WS-PEND-OUTCOME(WS-PEND-IDX)
           END-IF.

       7200-COMMIT-APPLY.
           MOVE "N" TO WS-IMPACT-COVERS
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-OUTCOME(WS-PEND-IDX) NOT = SPACES
                   MOVE WS-PEND-REC(WS-PEND-IDX) TO PEND-TRANS-REC
                   MOVE WS-PEND-OUTCOME(WS-PEND-IDX) TO PT-STATUS
                   IF PT-STATUS = "APPLIED"
                       MOVE WS-NEW-VERSION TO PT-APPLIED-VERSION
                   END-IF
                   MOVE PEND-TRANS-REC TO WS-PEND-REC(WS-PEND-IDX)
                   MOVE PT-STATUS TO WS-LOG-DECISION
                   MOVE WS-NEW-VERSION TO WS-LOG-VERSION
                   PERFORM 6500-WRITE-APPROVAL-LOG
                   IF PT-STATUS = "APPLIED"
                           AND PT-MT-ACTION = "R"
                       PERFORM 7250-WRITE-ROLLBACK-LOG
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-PURGE-DECIDED
           PERFORM 2700-REWRITE-PENDING-QUEUE
           IF WS-APPLIED-COUNT > ZERO
               PERFORM 7300-CLEAR-IMPACT-SNAPSHOT
           END-IF.

       7250-WRITE-ROLLBACK-LOG.
      *> PEND-TRANS-REC holds the applied rollback; the prior
      *> generation is the one the apply started from
           OPEN EXTEND ROLLBACK-LOG
           IF WS-RBK-FS = "35"
               OPEN OUTPUT ROLLBACK-LOG
           END-IF
           IF WS-RBK-FS NOT = "00"
               DISPLAY "FIZZBUZZ-MAINT: UNABLE TO OPEN"
                   " data/rules-rollback.log - STATUS " WS-RBK-FS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO ROLLBACK-LOG-REC
               MOVE WS-TIMESTAMP TO RB-TIMESTAMP
               MOVE PT-TRANS-ID TO RB-TRANS-ID
               MOVE PT-MAKER-ID TO RB-REQUESTER-ID
               MOVE PT-MAKER-TS TO RB-REQUEST-TS
               MOVE PT-CHECKER-ID TO RB-CHECKER-ID
               MOVE WS-OPERATOR-ID TO RB-OPERATOR-ID
               MOVE PT-MT-OPERAND-1 TO RB-SOURCE-GEN
               MOVE WS-RULE-VERSION TO RB-PRIOR-GEN
               MOVE WS-NEW-VERSION TO RB-NEW-GEN
               WRITE ROLLBACK-LOG-REC
               CLOSE ROLLBACK-LOG
               DISPLAY "FIZZBUZZ-MAINT: ROLLBACK TO GENERATION "
                   RB-SOURCE-GEN " REQUESTED BY " RB-REQUESTER-ID
                   " PUBLISHED AS GENERATION " RB-NEW-GEN
           END-IF.

       7300-CLEAR-IMPACT-SNAPSHOT.
      *> the master has moved - impact figures simulated against
      *> the old one no longer describe what a checker would be
      *> approving
           OPEN OUTPUT WHATIF-FILE
           IF WS-WI-FS = "00"
               CLOSE WHATIF-FILE
           END-IF.
