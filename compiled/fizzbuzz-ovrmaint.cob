       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzbuzz-ovrmaint.
      *> Maintenance transaction program for the specific-number
      *> override master (data/overrides.idx, see
      *> copybooks/ovrdrec.cpy) - the marketing "give exactly
      *> this number this label" entries fizzbuzz checks before
      *> the rule loop.  Same date-stamped add/change/deactivate
      *> model as fizzbuzz-maint gives the rules: a change closes
      *> the entry in force as of yesterday and adds its
      *> successor from today, a deactivate closes the entry's
      *> date range, so reruns with an old PARM-ASOF-DATE still
      *> see the overrides that applied then.  A second change to
      *> a number on the same business date replaces the entry
      *> that took effect that day.  The master is indexed by
      *> number and effective date and updated record by record
      *> - run maintenance outside the batch window.
      *> Campaigns of promoted numbers are bulk-loaded from a
      *> campaign file (copybooks/ovrcamprec.cpy): the whole file
      *> is validated against itself and the master, every error
      *> is listed on data/ovr-campaign-errors.rpt, and only a
      *> clean file is queued - as a single transaction - for the
      *> checker.  The file is validated again when the approved
      *> load is applied, so nothing overlapping goes live.
      *> Every change goes through maker-checker exactly as in
      *> fizzbuzz-maint: a keyed transaction is only queued
      *> PENDING (data/ovr-pending.dat, see
      *> copybooks/pendtrnrec.cpy) under the maker's id; a
      *> different operator approves or rejects it, only approved
      *> transactions are applied, and every decision and apply
      *> outcome is appended to data/approval.log with the
      *> fizzbuzz-whatif impact figures the checker was shown.
      *> Arguments: mode operator-id [trans-file | trans-id],
      *> mode being BATCH (or none - queue every transaction in a
      *> transaction file, default data/ovr-trans.dat),
      *> INTERACTIVE (key one transaction at the console),
      *> CAMPAIGN (validate a campaign file, default
      *> data/ovr-campaign.dat, and queue it), LIST (show the
      *> queue), APPROVE/REJECT (decide pending transaction
      *> trans-id as the checker) or APPLY (apply every approved
      *> transaction to the master).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-FILE ASSIGN TO "data/overrides.idx"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OVR-KEY
               FILE STATUS IS WS-OVR-FS.
           SELECT CAMPAIGN-FILE ASSIGN DYNAMIC WS-CAMP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-FS.
           SELECT CAMPAIGN-ERRORS
               ASSIGN TO "data/ovr-campaign-errors.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERR-FS.
           SELECT TRANS-FILE ASSIGN DYNAMIC WS-TRANS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT PENDING-FILE ASSIGN TO "data/ovr-pending.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FS.
           SELECT APPROVAL-LOG ASSIGN TO "data/approval.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FS.
           SELECT WHATIF-FILE ASSIGN TO "data/whatif-impact.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WI-FS.
       DATA DIVISION.
       FILE SECTION.
       FD OVERRIDE-FILE.
           COPY OVRDREC.
       FD TRANS-FILE.
           COPY OVRTRNREC.
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD PENDING-FILE.
           COPY PENDTRNREC.
       FD APPROVAL-LOG.
           COPY APPRLOGREC.
       FD WHATIF-FILE.
           COPY WHATIFREC.
       FD CAMPAIGN-FILE.
           COPY OVRCAMPREC.
       FD CAMPAIGN-ERRORS.
       01 CAMPAIGN-ERROR-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(11) VALUE SPACES.
       01 WS-ARG2                      PIC X(60) VALUE SPACES.
       01 WS-ARG3                      PIC X(60) VALUE SPACES.
       01 WS-OPERATOR-ID               PIC X(8) VALUE SPACES.

       01 WS-OVR-FS                    PIC XX.
       01 WS-TRANS-FS                  PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-PEND-FS                   PIC XX.
       01 WS-APPR-FS                   PIC XX.
       01 WS-WI-FS                     PIC XX.
       01 WS-CAMP-FS                   PIC XX.
       01 WS-CERR-FS                   PIC XX.
       01 WS-MASTER-OPEN               PIC X(1) VALUE "N".

      *> what 4600-FIND-MASTER-ENTRY learns about the number in
      *> hand: the entry in force today (if any) and whether any
      *> active entry is in force today or scheduled after it
       01 WS-FOUND                     PIC X(1) VALUE "N".
       01 WS-FOUND-KEY.
           05 WS-FOUND-SEQ-NO          PIC 9(9).
           05 WS-FOUND-EFF-FROM        PIC 9(8).
       01 WS-FOUND-EFF-TO              PIC 9(8) VALUE ZERO.
       01 WS-SCHEDULED                 PIC X(1) VALUE "N".
       01 WS-NEW-OVR-REC               PIC X(36).
       01 WS-IO-OK                     PIC X(1) VALUE "Y".

      *> ---- bulk campaign validation and load --------------------
       01 WS-CAMP-PATH                 PIC X(60) VALUE SPACES.
       01 WS-CAMP-COUNT                PIC 9(9) VALUE ZERO.
       01 WS-CAMP-ERRORS               PIC 9(9) VALUE ZERO.
       01 WS-CAMP-LOADED               PIC 9(9) VALUE ZERO.
       01 WS-CAMP-EXPECTED             PIC 9(9) VALUE ZERO.
       01 WS-CAMP-REC-OK               PIC X(1) VALUE "Y".
       01 WS-CAMP-REASON               PIC X(50) VALUE SPACES.
       01 WS-CAMP-PREV-SEQ             PIC 9(9) VALUE ZERO.
       01 WS-CAMP-PREV-FROM            PIC 9(8) VALUE ZERO.
      *> latest end date of any earlier record for the same
      *> number - a period nested inside a longer one must not
      *> hide an overlap with that longer one
       01 WS-CAMP-MAX-TO               PIC 9(8) VALUE ZERO.
      *> control total over every field of every record, weighted
      *> by record number so swapped values are caught too
       01 WS-CAMP-TOTAL                PIC 9(10) VALUE ZERO.
       01 WS-CAMP-EXPECTED-TOTAL       PIC 9(10) VALUE ZERO.
       01 WS-CAMP-LABEL-SUM            PIC 9(6) VALUE ZERO.
       01 WS-CAMP-CHAR-IDX             PIC 9(2) VALUE ZERO.
       01 WS-CAMP-READ-BACK            PIC 9(9) VALUE ZERO.
       01 WS-CAMP-BACKED-OUT           PIC 9(9) VALUE ZERO.
       01 WS-CAMP-BACKOUT-OK           PIC X(1) VALUE "Y".
       01 WS-CAMP-REC-NO               PIC 9(9) VALUE ZERO.
       01 WS-CAMP-VERDICT              PIC X(8) VALUE SPACES.

      *> effective dating, exactly as in fizzbuzz-maint
       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-PREV-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-OPEN-END-DATE             PIC 9(8) VALUE 99999999.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.

       01 WS-TRANS-COUNT               PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT            PIC 9(5) VALUE ZERO.

      *> one in-memory transaction, filled either from TRANS-FILE
      *> or from operator console input
       01 WS-TRANS-ACTION              PIC X(1).
       01 WS-TRANS-SEQ-NO              PIC 9(9).
       01 WS-TRANS-LABEL               PIC X(10).
       01 WS-TRANS-OK                  PIC X(1) VALUE "Y".

      *> ---- maker-checker queue, as in fizzbuzz-maint -------------
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

       PROCEDURE DIVISION.
       fizzbuzz-ovrmaint-main SECTION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-LOAD-OK = "N"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE = "APPLY" OR WS-MODE = "CAMPAIGN"
               PERFORM 2000-OPEN-MASTER
               IF WS-LOAD-OK = "N"
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
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
               WHEN "CAMPAIGN"
                   PERFORM 8000-QUEUE-CAMPAIGN
               WHEN "LIST"
                   PERFORM 6000-LIST-QUEUE
               WHEN "APPROVE"
               WHEN "REJECT"
                   PERFORM 6100-DECIDE-TRANSACTION
               WHEN "APPLY"
                   PERFORM 7000-APPLY-APPROVED
           END-EVALUATE
           IF WS-MASTER-OPEN = "Y"
               CLOSE OVERRIDE-FILE
           END-IF
           IF WS-MODE = "INTERACTIVE" OR WS-MODE = "BATCH"
                   OR WS-MODE = "CAMPAIGN"
               IF WS-QUEUED-COUNT > ZERO
                   PERFORM 2700-REWRITE-PENDING-QUEUE
               END-IF
               DISPLAY "FIZZBUZZ-OVRMAINT: " WS-QUEUED-COUNT
                   " TRANSACTION(S) QUEUED PENDING APPROVAL, "
                   WS-REJECTED-COUNT " REJECTED - MASTER UNCHANGED"
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
               MOVE "data/ovr-trans.dat" TO WS-TRANS-PATH
               MOVE "data/ovr-campaign.dat" TO WS-CAMP-PATH
           ELSE
               MOVE WS-ARG3 TO WS-TRANS-PATH
               MOVE WS-ARG3 TO WS-CAMP-PATH
           END-IF
           PERFORM 1100-VALIDATE-ARGUMENTS
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
               DISPLAY "FIZZBUZZ-OVRMAINT: NO BUSINESS DATE ON"
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
               WHEN "CAMPAIGN"
      *> the queue entry carries the path - it has to fit
                   IF WS-CAMP-PATH(41:20) NOT = SPACES
                       DISPLAY "FIZZBUZZ-OVRMAINT: CAMPAIGN FILE NAME"
                           " LONGER THAN 40 CHARACTERS"
                       MOVE "N" TO WS-LOAD-OK
                       MOVE 08 TO WS-RETURN-CODE
                   END-IF
               WHEN "APPROVE"
               WHEN "REJECT"
                   IF WS-ARG3 = SPACES
                           OR FUNCTION TEST-NUMVAL(WS-ARG3) NOT = ZERO
                       DISPLAY "FIZZBUZZ-OVRMAINT: " WS-MODE
                           " NEEDS A NUMERIC TRANSACTION ID"
                       MOVE "N" TO WS-LOAD-OK
                       MOVE 08 TO WS-RETURN-CODE
                   ELSE
                       COMPUTE WS-DECIDE-ID = FUNCTION NUMVAL(WS-ARG3)
                   END-IF
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-OVRMAINT: UNKNOWN MODE '"
                       WS-MODE "'"
                   MOVE "N" TO WS-LOAD-OK
                   MOVE 08 TO WS-RETURN-CODE
           END-EVALUATE
           IF WS-OPERATOR-ID = SPACES AND WS-MODE NOT = "LIST"
               MOVE "N" TO WS-LOAD-OK
               MOVE 08 TO WS-RETURN-CODE
           END-IF
           IF WS-LOAD-OK = "N"
               DISPLAY "FIZZBUZZ-OVRMAINT: USAGE - fizzbuzz-ovrmaint"
                   " BATCH|INTERACTIVE operator-id [trans-file]"
               DISPLAY "                           fizzbuzz-ovrmaint"
                   " CAMPAIGN operator-id [campaign-file]"
               DISPLAY "                           fizzbuzz-ovrmaint"
                   " APPROVE|REJECT operator-id trans-id"
               DISPLAY "                           fizzbuzz-ovrmaint"
                   " APPLY operator-id | LIST"
           END-IF.

       2000-OPEN-MASTER.
           OPEN I-O OVERRIDE-FILE
           IF WS-OVR-FS = "35"
      *> no override master on file yet - create it empty
               OPEN OUTPUT OVERRIDE-FILE
               IF WS-OVR-FS = "00"
                   CLOSE OVERRIDE-FILE
                   OPEN I-O OVERRIDE-FILE
               END-IF
           END-IF
           IF WS-OVR-FS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "FIZZBUZZ-OVRMAINT: UNABLE TO OPEN"
                   " data/overrides.idx - STATUS " WS-OVR-FS
               MOVE 16 TO WS-RETURN-CODE
               MOVE "N" TO WS-LOAD-OK
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
                   DISPLAY "FIZZBUZZ-OVRMAINT: UNABLE TO OPEN"
                       " data/ovr-pending.dat - STATUS " WS-PEND-FS
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
                   DISPLAY "FIZZBUZZ-OVRMAINT: PENDING QUEUE HOLDS"
                       " MORE THAN " WS-PEND-MAX " ENTRIES - APPLY"
                       " OR REJECT BEFORE QUEUEING MORE"
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
               DISPLAY "FIZZBUZZ-OVRMAINT: UNABLE TO REWRITE"
                   " data/ovr-pending.dat - STATUS " WS-PEND-FS
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
                           DISPLAY "FIZZBUZZ-OVRMAINT: WRITE TO"
                               " data/ovr-pending.dat FAILED -"
                               " STATUS " WS-PEND-FS
                           MOVE 16 TO WS-RETURN-CODE
                           MOVE "N" TO WS-PEND-WRITE-OK
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       3000-RUN-INTERACTIVE.
           IF WS-TRANS-ACTION NOT = "D"
               DISPLAY "LABEL: "
               ACCEPT WS-TRANS-LABEL
           ELSE
               MOVE SPACES TO WS-TRANS-LABEL
           END-IF
           PERFORM 3800-VALIDATE-SUBMISSION
           IF WS-TRANS-OK = "Y"
               PERFORM 3900-QUEUE-TRANSACTION
           END-IF.

       3800-VALIDATE-SUBMISSION.
      *> what can be judged without the master is judged now;
      *> whether the number is already overridden is settled at
      *> apply time, against the master as it stands then
           MOVE "Y" TO WS-TRANS-OK
           EVALUATE WS-TRANS-ACTION
               WHEN "A"
               WHEN "C"
                   IF WS-TRANS-LABEL = SPACES
                       DISPLAY "FIZZBUZZ-OVRMAINT: SEQ "
                           WS-TRANS-SEQ-NO
                           " HAS NO LABEL - TRANSACTION REJECTED"
                       MOVE "N" TO WS-TRANS-OK
                   END-IF
               WHEN "D"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-OVRMAINT: UNKNOWN ACTION"
                       " CODE '" WS-TRANS-ACTION
                       "' - TRANSACTION REJECTED"
                   MOVE "N" TO WS-TRANS-OK
           END-EVALUATE
           IF WS-TRANS-OK = "N"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 08 TO WS-RETURN-CODE
           END-IF.

       3900-QUEUE-TRANSACTION.
           IF WS-PEND-COUNT >= WS-PEND-MAX
               DISPLAY "FIZZBUZZ-OVRMAINT: PENDING QUEUE FULL - SEQ "
                   WS-TRANS-SEQ-NO " TRANSACTION NOT QUEUED"
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
               MOVE WS-TRANS-ACTION TO PT-OT-ACTION
               MOVE WS-TRANS-SEQ-NO TO PT-OT-SEQ-NO
               MOVE WS-TRANS-LABEL TO PT-OT-LABEL
               IF WS-TRANS-ACTION = "L"
                   MOVE WS-CAMP-PATH TO PT-OT-CAMPAIGN-FILE
                   MOVE WS-CAMP-TOTAL TO PT-OT-CAMPAIGN-TOTAL
               END-IF
               ADD 1 TO WS-PEND-COUNT
               MOVE PEND-TRANS-REC TO WS-PEND-REC(WS-PEND-COUNT)
               MOVE SPACES TO WS-PEND-OUTCOME(WS-PEND-COUNT)
               ADD 1 TO WS-QUEUED-COUNT
               DISPLAY "FIZZBUZZ-OVRMAINT: TRANSACTION " PT-TRANS-ID
                   " (" WS-TRANS-ACTION " SEQ " WS-TRANS-SEQ-NO
                   ") QUEUED PENDING APPROVAL BY " WS-OPERATOR-ID
           END-IF.

       4000-RUN-BATCH.
           OPEN INPUT TRANS-FILE
                           MOVE OT-ACTION TO WS-TRANS-ACTION
                           MOVE OT-SEQ-NO TO WS-TRANS-SEQ-NO
                           MOVE OT-LABEL TO WS-TRANS-LABEL
                           PERFORM 3800-VALIDATE-SUBMISSION
                           IF WS-TRANS-OK = "Y"
                               PERFORM 3900-QUEUE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE

       4500-APPLY-TRANSACTION.
           PERFORM 4600-FIND-MASTER-ENTRY
           MOVE "Y" TO WS-IO-OK
           EVALUATE WS-TRANS-ACTION
               WHEN "A"
                   IF WS-SCHEDULED = "Y"
                       DISPLAY "FIZZBUZZ-OVRMAINT: SEQ "
                           WS-TRANS-SEQ-NO
                           " ALREADY OVERRIDDEN - ADD REJECTED"
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE 08 TO WS-RETURN-CODE
                   ELSE
                       MOVE WS-TRANS-SEQ-NO TO OVR-SEQ-NO
                       MOVE WS-CURR-DATE TO OVR-EFF-FROM
                       MOVE WS-TRANS-LABEL TO OVR-LABEL
                       MOVE "Y" TO OVR-ACTIVE
                       MOVE WS-OPEN-END-DATE TO OVR-EFF-TO
                       PERFORM 4700-WRITE-MASTER-ENTRY
                       PERFORM 4900-COUNT-OUTCOME
                   END-IF
               WHEN "C"
                   IF WS-FOUND = "N"
                       DISPLAY "FIZZBUZZ-OVRMAINT: SEQ "
                           WS-TRANS-SEQ-NO
                           " NOT FOUND - CHANGE REJECTED"
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE 08 TO WS-RETURN-CODE
                   ELSE
                       IF WS-FOUND-EFF-FROM = WS-CURR-DATE
      *> the entry only took effect today - relabel it in place
      *> rather than leave an empty-period predecessor behind
                           PERFORM 4800-READ-FOUND-ENTRY
                           IF WS-IO-OK = "Y"
                               MOVE WS-TRANS-LABEL TO OVR-LABEL
                               PERFORM 4850-REWRITE-FOUND-ENTRY
                           END-IF
                       ELSE
      *> successor first - if it can't be written the current
      *> entry is left in force, not silently retired.  It keeps
      *> the current entry's end date, so a campaign override
      *> still ends when the campaign does.
                           MOVE WS-TRANS-SEQ-NO TO OVR-SEQ-NO
                           MOVE WS-CURR-DATE TO OVR-EFF-FROM
                           MOVE WS-TRANS-LABEL TO OVR-LABEL
                           MOVE "Y" TO OVR-ACTIVE
                           MOVE WS-FOUND-EFF-TO TO OVR-EFF-TO
                           PERFORM 4700-WRITE-MASTER-ENTRY
                           IF WS-IO-OK = "Y"
                               PERFORM 4800-READ-FOUND-ENTRY
                           END-IF
                           IF WS-IO-OK = "Y"
                               MOVE WS-PREV-DATE TO OVR-EFF-TO
                               PERFORM 4850-REWRITE-FOUND-ENTRY
                           END-IF
                       END-IF
                       PERFORM 4900-COUNT-OUTCOME
                   END-IF
               WHEN "D"
                   IF WS-FOUND = "N"
                       DISPLAY "FIZZBUZZ-OVRMAINT: SEQ "
                           WS-TRANS-SEQ-NO
                           " NOT FOUND - DEACTIVATE REJECTED"
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE 08 TO WS-RETURN-CODE
                   ELSE
      *> close the entry's date range rather than flipping
      *> OVR-ACTIVE - a rerun with an as-of date before today
      *> must still find this override.
                       PERFORM 4800-READ-FOUND-ENTRY
                       IF WS-IO-OK = "Y"
                           MOVE WS-PREV-DATE TO OVR-EFF-TO
                           PERFORM 4850-REWRITE-FOUND-ENTRY
                       END-IF
                       PERFORM 4900-COUNT-OUTCOME
                   END-IF
               WHEN "L"
                   PERFORM 8500-APPLY-CAMPAIGN
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-OVRMAINT: UNKNOWN ACTION"
                       " CODE '" WS-TRANS-ACTION
           END-EVALUATE.

       4600-FIND-MASTER-ENTRY.
      *> only the entry in force today is maintainable -
      *> closed-out prior versions are history and stay untouched
      *> so old-as-of-date reruns keep classifying as they did.
      *> All of a number's entries sit together under the key, in
      *> effective-date order.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-SCHEDULED
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
                   IF OVR-EFF-TO >= WS-CURR-DATE
                           AND OVR-EFF-TO >= OVR-EFF-FROM
                       MOVE "Y" TO WS-SCHEDULED
                   END-IF
                   IF OVR-EFF-FROM <= WS-CURR-DATE
                           AND WS-CURR-DATE <= OVR-EFF-TO
                       MOVE "Y" TO WS-FOUND
                       MOVE OVR-KEY TO WS-FOUND-KEY
                       MOVE OVR-EFF-TO TO WS-FOUND-EFF-TO
                   END-IF
               END-IF
               READ OVERRIDE-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM.

       4700-WRITE-MASTER-ENTRY.
      *> OVERRIDE-REC holds the new entry.  The key can only be
      *> taken already by an entry that never came into force (a
      *> number added and deactivated the same day, or an
      *> inactive record) - that one is replaced.
           MOVE OVERRIDE-REC TO WS-NEW-OVR-REC
           WRITE OVERRIDE-REC
               INVALID KEY
                   READ OVERRIDE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-OVR-FS = "00"
                           AND (OVR-ACTIVE NOT = "Y"
                                OR OVR-EFF-TO < OVR-EFF-FROM)
                       MOVE WS-NEW-OVR-REC TO OVERRIDE-REC
                       REWRITE OVERRIDE-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   ELSE
                       MOVE "22" TO WS-OVR-FS
                   END-IF
           END-WRITE
           IF WS-OVR-FS NOT = "00"
               MOVE WS-NEW-OVR-REC TO OVERRIDE-REC
               DISPLAY "FIZZBUZZ-OVRMAINT: WRITE TO"
                   " data/overrides.idx FAILED FOR SEQ " OVR-SEQ-NO
                   " FROM " OVR-EFF-FROM " - STATUS " WS-OVR-FS
               MOVE "N" TO WS-IO-OK
           END-IF.

       4800-READ-FOUND-ENTRY.
           MOVE WS-FOUND-KEY TO OVR-KEY
           READ OVERRIDE-FILE
               INVALID KEY
                   DISPLAY "FIZZBUZZ-OVRMAINT: SEQ " WS-FOUND-SEQ-NO
                       " FROM " WS-FOUND-EFF-FROM " NO LONGER ON"
                       " data/overrides.idx - STATUS " WS-OVR-FS
                   MOVE "N" TO WS-IO-OK
           END-READ.

       4850-REWRITE-FOUND-ENTRY.
           REWRITE OVERRIDE-REC
               INVALID KEY
                   DISPLAY "FIZZBUZZ-OVRMAINT: REWRITE OF SEQ "
                       WS-FOUND-SEQ-NO " FROM " WS-FOUND-EFF-FROM
                       " FAILED - STATUS " WS-OVR-FS
                   MOVE "N" TO WS-IO-OK
           END-REWRITE.

       4900-COUNT-OUTCOME.
           IF WS-IO-OK = "Y"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

       6000-LIST-QUEUE.
           DISPLAY "FIZZBUZZ-OVRMAINT: OVERRIDE MAINTENANCE QUEUE - "
               WS-PEND-COUNT " ENTRY(S)"
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               MOVE WS-PEND-REC(WS-PEND-IDX) TO PEND-TRANS-REC
               IF PT-OT-ACTION = "L"
                   DISPLAY "  " PT-TRANS-ID " " PT-STATUS " L "
                       PT-OT-SEQ-NO " RECORD CAMPAIGN "
                       PT-OT-CAMPAIGN-FILE
               ELSE
                   DISPLAY "  " PT-TRANS-ID " " PT-STATUS " "
                       PT-OT-ACTION " " PT-OT-SEQ-NO " " PT-OT-LABEL
               END-IF
               DISPLAY "         KEYED BY " PT-MAKER-ID " "
                   PT-MAKER-TS "  CHECKED BY " PT-CHECKER-ID " "
                   PT-CHECKER-TS
           END-PERFORM.

       6100-DECIDE-TRANSACTION.
           PERFORM 2600-FIND-PENDING-ENTRY
           IF WS-PEND-FOUND = ZERO
               DISPLAY "FIZZBUZZ-OVRMAINT: TRANSACTION " WS-DECIDE-ID
                   " NOT IN THE QUEUE"
               MOVE 08 TO WS-RETURN-CODE
           ELSE
               IF PT-STATUS NOT = "PENDING"
                   DISPLAY "FIZZBUZZ-OVRMAINT: TRANSACTION "
                       WS-DECIDE-ID " IS " PT-STATUS
                       " - ONLY A PENDING TRANSACTION CAN BE DECIDED"
                   MOVE 08 TO WS-RETURN-CODE
               ELSE
                   IF PT-MAKER-ID = WS-OPERATOR-ID
                       DISPLAY "FIZZBUZZ-OVRMAINT: TRANSACTION "
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
               DISPLAY "FIZZBUZZ-OVRMAINT: NO CURRENT WHAT-IF IMPACT"
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
                   PERFORM 6500-WRITE-APPROVAL-LOG
                   DISPLAY "FIZZBUZZ-OVRMAINT: TRANSACTION "
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
                       AND WI-OVR-FIRST-ID IS NUMERIC
                       AND WI-OVR-LAST-ID IS NUMERIC
                       AND WI-OVR-FIRST-ID <= WS-DECIDE-ID
                       AND WS-DECIDE-ID <= WI-OVR-LAST-ID
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
               DISPLAY "FIZZBUZZ-OVRMAINT: UNABLE TO OPEN"
                   " data/approval.log - STATUS " WS-APPR-FS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO APPROVAL-LOG-REC
               MOVE WS-TIMESTAMP TO AL-TIMESTAMP
               MOVE "OVERRIDE" TO AL-MASTER
               MOVE PT-TRANS-ID TO AL-TRANS-ID
               MOVE WS-LOG-DECISION TO AL-DECISION
               MOVE PT-MAKER-ID TO AL-MAKER-ID
               MOVE PT-MAKER-TS TO AL-MAKER-TS
               MOVE PT-CHECKER-ID TO AL-CHECKER-ID
               MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
               MOVE ZERO TO AL-RULE-VERSION
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
      *> approved transactions go into the master in queue order,
      *> each one written as it is applied; the queue and the log
      *> then record every outcome
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
               DISPLAY "FIZZBUZZ-OVRMAINT: NO APPROVED TRANSACTIONS"
                   " TO APPLY - MASTER UNCHANGED"
               MOVE 04 TO WS-RETURN-CODE
           ELSE
               PERFORM 7200-COMMIT-APPLY
               DISPLAY "FIZZBUZZ-OVRMAINT: " WS-APPLIED-COUNT
                   " TRANSACTION(S) APPLIED, " WS-REJECTED-COUNT
                   " FAILED"
           END-IF.

       7100-APPLY-ONE-APPROVED.
           MOVE PT-OT-ACTION TO WS-TRANS-ACTION
           MOVE PT-OT-SEQ-NO TO WS-TRANS-SEQ-NO
           MOVE PT-OT-LABEL TO WS-TRANS-LABEL
           MOVE PT-OT-CAMPAIGN-FILE TO WS-CAMP-PATH
           MOVE PT-OT-SEQ-NO TO WS-CAMP-EXPECTED
           MOVE ZERO TO WS-CAMP-EXPECTED-TOTAL
           IF PT-OT-ACTION = "L" AND PT-OT-CAMPAIGN-TOTAL IS NUMERIC
               MOVE PT-OT-CAMPAIGN-TOTAL TO WS-CAMP-EXPECTED-TOTAL
           END-IF
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
                   MOVE PEND-TRANS-REC TO WS-PEND-REC(WS-PEND-IDX)
                   MOVE PT-STATUS TO WS-LOG-DECISION
                   PERFORM 6500-WRITE-APPROVAL-LOG
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-PURGE-DECIDED
           PERFORM 2700-REWRITE-PENDING-QUEUE
           IF WS-APPLIED-COUNT > ZERO
               PERFORM 7300-CLEAR-IMPACT-SNAPSHOT
           END-IF.

       7300-CLEAR-IMPACT-SNAPSHOT.
      *> the master has moved - impact figures simulated against
      *> the old one no longer describe what a checker would be
      *> approving
           OPEN OUTPUT WHATIF-FILE
           IF WS-WI-FS = "00"
               CLOSE WHATIF-FILE
           END-IF.

       8000-QUEUE-CAMPAIGN.
           PERFORM 8100-VALIDATE-CAMPAIGN
           IF WS-CAMP-VERDICT = "ACCEPTED"
               MOVE "L" TO WS-TRANS-ACTION
               MOVE WS-CAMP-COUNT TO WS-TRANS-SEQ-NO
               MOVE SPACES TO WS-TRANS-LABEL
               PERFORM 3900-QUEUE-TRANSACTION
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 08 TO WS-RETURN-CODE
           END-IF.

       8100-VALIDATE-CAMPAIGN.
      *> one pass over the campaign file in key order: each record
      *> is checked on its own, against the record before it, and
      *> against whatever the master already holds for the number.
      *> Every error is reported; any error rejects the campaign.
           MOVE ZERO TO WS-CAMP-COUNT
           MOVE ZERO TO WS-CAMP-ERRORS
           MOVE ZERO TO WS-CAMP-PREV-SEQ
           MOVE ZERO TO WS-CAMP-PREV-FROM
           MOVE ZERO TO WS-CAMP-MAX-TO
           MOVE ZERO TO WS-CAMP-TOTAL
           MOVE "REJECTED" TO WS-CAMP-VERDICT
           OPEN OUTPUT CAMPAIGN-ERRORS
           IF WS-CERR-FS NOT = "00"
               DISPLAY "FIZZBUZZ-OVRMAINT: UNABLE TO OPEN"
                   " data/ovr-campaign-errors.rpt - STATUS "
                   WS-CERR-FS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO CAMPAIGN-ERROR-LINE
               STRING "FIZZBUZZ-OVRMAINT CAMPAIGN VALIDATION - "
                       DELIMITED BY SIZE
                       WS-CAMP-PATH DELIMITED BY SPACE
                       " - " WS-TIMESTAMP DELIMITED BY SIZE
                   INTO CAMPAIGN-ERROR-LINE
               WRITE CAMPAIGN-ERROR-LINE
               OPEN INPUT CAMPAIGN-FILE
               IF WS-CAMP-FS NOT = "00"
                   DISPLAY "FIZZBUZZ-OVRMAINT: UNABLE TO OPEN"
                       " CAMPAIGN FILE " WS-CAMP-PATH
                   MOVE "CAMPAIGN FILE CANNOT BE OPENED"
                       TO WS-CAMP-REASON
                   MOVE ZERO TO WS-CAMP-REC-NO
                   PERFORM 8300-WRITE-CAMPAIGN-ERROR
               ELSE
                   PERFORM UNTIL WS-CAMP-FS = "10"
                       READ CAMPAIGN-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO WS-CAMP-COUNT
                               PERFORM 8200-CHECK-CAMPAIGN-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CAMPAIGN-FILE
                   IF WS-CAMP-COUNT = ZERO
                       MOVE "CAMPAIGN FILE IS EMPTY"
                           TO WS-CAMP-REASON
                       MOVE ZERO TO WS-CAMP-REC-NO
                       PERFORM 8300-WRITE-CAMPAIGN-ERROR
                   END-IF
               END-IF
               IF WS-CAMP-ERRORS = ZERO
                   MOVE "ACCEPTED" TO WS-CAMP-VERDICT
               END-IF
               MOVE SPACES TO CAMPAIGN-ERROR-LINE
               STRING "RECORDS READ " WS-CAMP-COUNT
                       "  ERRORS " WS-CAMP-ERRORS
                       "  CAMPAIGN " WS-CAMP-VERDICT
                   DELIMITED BY SIZE
                   INTO CAMPAIGN-ERROR-LINE
               WRITE CAMPAIGN-ERROR-LINE
               CLOSE CAMPAIGN-ERRORS
               DISPLAY "FIZZBUZZ-OVRMAINT: CAMPAIGN " WS-CAMP-PATH
               DISPLAY "  " WS-CAMP-COUNT " RECORD(S), "
                   WS-CAMP-ERRORS " ERROR(S) - " WS-CAMP-VERDICT
                   " (SEE data/ovr-campaign-errors.rpt)"
           END-IF.

       8200-CHECK-CAMPAIGN-RECORD.
           MOVE WS-CAMP-COUNT TO WS-CAMP-REC-NO
           MOVE "Y" TO WS-CAMP-REC-OK
           IF OC-SEQ-NO NOT NUMERIC OR OC-EFF-FROM NOT NUMERIC
                   OR OC-EFF-TO NOT NUMERIC
               MOVE "SEQ NO OR EFFECTIVE DATES NOT NUMERIC"
                   TO WS-CAMP-REASON
               PERFORM 8300-WRITE-CAMPAIGN-ERROR
           ELSE
               IF OC-LABEL = SPACES
                   MOVE "NO LABEL" TO WS-CAMP-REASON
                   PERFORM 8300-WRITE-CAMPAIGN-ERROR
               END-IF
               IF OC-EFF-FROM > OC-EFF-TO
                   MOVE "EFFECTIVE FROM IS AFTER EFFECTIVE TO"
                       TO WS-CAMP-REASON
                   PERFORM 8300-WRITE-CAMPAIGN-ERROR
               END-IF
               IF WS-CAMP-COUNT > 1
                   IF OC-SEQ-NO = WS-CAMP-PREV-SEQ
                           AND OC-EFF-FROM = WS-CAMP-PREV-FROM
                       MOVE "DUPLICATE OF THE PREVIOUS RECORD"
                           TO WS-CAMP-REASON
                       PERFORM 8300-WRITE-CAMPAIGN-ERROR
                   ELSE
                       IF OC-SEQ-NO < WS-CAMP-PREV-SEQ
                               OR (OC-SEQ-NO = WS-CAMP-PREV-SEQ
                               AND OC-EFF-FROM < WS-CAMP-PREV-FROM)
                           MOVE "OUT OF SEQUENCE - SORT BY SEQ NO"
                               & " AND EFFECTIVE FROM"
                               TO WS-CAMP-REASON
                           PERFORM 8300-WRITE-CAMPAIGN-ERROR
                       ELSE
                           IF OC-SEQ-NO = WS-CAMP-PREV-SEQ
                                   AND OC-EFF-FROM <= WS-CAMP-MAX-TO
                               MOVE "PERIOD OVERLAPS AN EARLIER"
                                   & " RECORD" TO WS-CAMP-REASON
                               PERFORM 8300-WRITE-CAMPAIGN-ERROR
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-CAMP-REC-OK = "Y"
                   PERFORM 8250-CHECK-AGAINST-MASTER
               END-IF
               IF WS-CAMP-COUNT = 1 OR OC-SEQ-NO NOT = WS-CAMP-PREV-SEQ
                   MOVE OC-EFF-TO TO WS-CAMP-MAX-TO
               ELSE
                   IF OC-EFF-TO > WS-CAMP-MAX-TO
                       MOVE OC-EFF-TO TO WS-CAMP-MAX-TO
                   END-IF
               END-IF
               MOVE OC-SEQ-NO TO WS-CAMP-PREV-SEQ
               MOVE OC-EFF-FROM TO WS-CAMP-PREV-FROM
               PERFORM 8210-ADD-CONTROL-TOTAL
           END-IF.

       8210-ADD-CONTROL-TOTAL.
      *> the queued entry carries this total and the apply
      *> recomputes it - a file edited after approval, even to
      *> the same record count, no longer matches
           MOVE ZERO TO WS-CAMP-LABEL-SUM
           PERFORM VARYING WS-CAMP-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-CHAR-IDX > 10
               COMPUTE WS-CAMP-LABEL-SUM = WS-CAMP-LABEL-SUM
                   + FUNCTION ORD(OC-LABEL(WS-CAMP-CHAR-IDX:1))
                   * WS-CAMP-CHAR-IDX
           END-PERFORM
           COMPUTE WS-CAMP-TOTAL = FUNCTION MOD(WS-CAMP-TOTAL
               + (OC-SEQ-NO + OC-EFF-FROM + OC-EFF-TO
                  + WS-CAMP-LABEL-SUM) * WS-CAMP-COUNT,
               10000000000).

       8250-CHECK-AGAINST-MASTER.
      *> any active master entry for the number whose period
      *> shares a day with the campaign's is a clash - the
      *> existing override has to be deactivated or changed first
           MOVE OC-SEQ-NO TO OVR-SEQ-NO
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
                   OR OVR-SEQ-NO NOT = OC-SEQ-NO
               IF OVR-EFF-FROM = OC-EFF-FROM
                   MOVE SPACES TO WS-CAMP-REASON
                   STRING "DUPLICATE OF MASTER ENTRY FROM "
                           OVR-EFF-FROM
                       DELIMITED BY SIZE INTO WS-CAMP-REASON
                   PERFORM 8300-WRITE-CAMPAIGN-ERROR
               ELSE
                   IF OVR-ACTIVE = "Y"
                           AND OVR-EFF-FROM <= OVR-EFF-TO
                           AND OVR-EFF-FROM <= OC-EFF-TO
                           AND OC-EFF-FROM <= OVR-EFF-TO
                       MOVE SPACES TO WS-CAMP-REASON
                       STRING "OVERLAPS MASTER ENTRY " OVR-EFF-FROM
                               " TO " OVR-EFF-TO
                           DELIMITED BY SIZE INTO WS-CAMP-REASON
                       PERFORM 8300-WRITE-CAMPAIGN-ERROR
                   END-IF
               END-IF
               READ OVERRIDE-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM.

       8300-WRITE-CAMPAIGN-ERROR.
           MOVE "N" TO WS-CAMP-REC-OK
           ADD 1 TO WS-CAMP-ERRORS
           MOVE SPACES TO CAMPAIGN-ERROR-LINE
           IF WS-CAMP-REC-NO = ZERO
               STRING "  " WS-CAMP-REASON DELIMITED BY SIZE
                   INTO CAMPAIGN-ERROR-LINE
           ELSE
               STRING "  REC " WS-CAMP-REC-NO " SEQ " OC-SEQ-NO
                       " " OC-EFF-FROM "-" OC-EFF-TO " "
                       WS-CAMP-REASON
                   DELIMITED BY SIZE
                   INTO CAMPAIGN-ERROR-LINE
           END-IF
           WRITE CAMPAIGN-ERROR-LINE.

       8500-APPLY-CAMPAIGN.
      *> the master may have moved since the campaign was queued,
      *> and the file itself must be the one the checker approved
      *> - validate again and load only if it is still clean and
      *> still carries the record count and control total it was
      *> queued with
           PERFORM 8100-VALIDATE-CAMPAIGN
           IF WS-CAMP-VERDICT = "ACCEPTED"
                   AND WS-CAMP-COUNT NOT = WS-CAMP-EXPECTED
               DISPLAY "FIZZBUZZ-OVRMAINT: CAMPAIGN " WS-CAMP-PATH
                   " HOLDS " WS-CAMP-COUNT " RECORD(S), "
                   WS-CAMP-EXPECTED " WHEN QUEUED - NOT LOADED"
               MOVE "CHANGED" TO WS-CAMP-VERDICT
           END-IF
           IF WS-CAMP-VERDICT = "ACCEPTED"
                   AND WS-CAMP-TOTAL NOT = WS-CAMP-EXPECTED-TOTAL
               DISPLAY "FIZZBUZZ-OVRMAINT: CAMPAIGN " WS-CAMP-PATH
                   " CONTROL TOTAL " WS-CAMP-TOTAL ", "
                   WS-CAMP-EXPECTED-TOTAL " WHEN QUEUED - FILE"
                   " CHANGED SINCE APPROVAL, NOT LOADED"
               MOVE "CHANGED" TO WS-CAMP-VERDICT
           END-IF
           IF WS-CAMP-VERDICT NOT = "ACCEPTED"
               DISPLAY "FIZZBUZZ-OVRMAINT: CAMPAIGN LOAD REJECTED"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 08 TO WS-RETURN-CODE
           ELSE
               MOVE ZERO TO WS-CAMP-LOADED
               OPEN INPUT CAMPAIGN-FILE
               IF WS-CAMP-FS NOT = "00"
                   DISPLAY "FIZZBUZZ-OVRMAINT: UNABLE TO OPEN"
                       " CAMPAIGN FILE " WS-CAMP-PATH " - STATUS "
                       WS-CAMP-FS " - NOT LOADED"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 08 TO WS-RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-CAMP-FS NOT = "00"
                           OR WS-IO-OK = "N"
                       READ CAMPAIGN-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE OC-SEQ-NO TO OVR-SEQ-NO
                               MOVE OC-EFF-FROM TO OVR-EFF-FROM
                               MOVE OC-LABEL TO OVR-LABEL
                               MOVE "Y" TO OVR-ACTIVE
                               MOVE OC-EFF-TO TO OVR-EFF-TO
                               PERFORM 4700-WRITE-MASTER-ENTRY
                               IF WS-IO-OK = "Y"
                                   ADD 1 TO WS-CAMP-LOADED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAMPAIGN-FILE
                   IF WS-IO-OK = "N"
                       DISPLAY "FIZZBUZZ-OVRMAINT: CAMPAIGN LOAD"
                           " STOPPED AFTER " WS-CAMP-LOADED " OF "
                           WS-CAMP-COUNT " RECORD(S) - BACKING OUT"
                       PERFORM 8600-BACK-OUT-CAMPAIGN
                   ELSE
                       DISPLAY "FIZZBUZZ-OVRMAINT: CAMPAIGN LOADED - "
                           WS-CAMP-LOADED " OVERRIDE(S) ADDED"
                       PERFORM 4900-COUNT-OUTCOME
                   END-IF
               END-IF
           END-IF.

       8600-BACK-OUT-CAMPAIGN.
      *> a campaign goes live whole or not at all.  The entries
      *> loaded are the campaign file's first WS-CAMP-LOADED
      *> records, and the validation just run proved none of
      *> their keys was on the master before, so deleting those
      *> keys restores the master exactly.  The entry is left
      *> FAILED - re-queue the campaign once the cause is fixed.
           MOVE ZERO TO WS-CAMP-READ-BACK
           MOVE ZERO TO WS-CAMP-BACKED-OUT
           MOVE "Y" TO WS-CAMP-BACKOUT-OK
           IF WS-CAMP-LOADED > ZERO
               OPEN INPUT CAMPAIGN-FILE
               IF WS-CAMP-FS NOT = "00"
                   MOVE "N" TO WS-CAMP-BACKOUT-OK
               ELSE
                   PERFORM UNTIL WS-CAMP-FS NOT = "00"
                           OR WS-CAMP-READ-BACK >= WS-CAMP-LOADED
                       READ CAMPAIGN-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO WS-CAMP-READ-BACK
                               PERFORM 8650-DELETE-CAMPAIGN-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE CAMPAIGN-FILE
               END-IF
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           IF WS-CAMP-BACKOUT-OK = "Y"
                   AND WS-CAMP-BACKED-OUT = WS-CAMP-LOADED
               DISPLAY "FIZZBUZZ-OVRMAINT: CAMPAIGN BACKED OUT - "
                   WS-CAMP-BACKED-OUT " LOADED ENTRY(S) REMOVED,"
                   " MASTER AS BEFORE - NOT LOADED"
               IF WS-RETURN-CODE < 08
                   MOVE 08 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "FIZZBUZZ-OVRMAINT: *** CAMPAIGN BACK-OUT"
                   " INCOMPLETE - ONLY " WS-CAMP-BACKED-OUT " OF "
                   WS-CAMP-LOADED " LOADED ENTRY(S) REMOVED FROM"
                   " data/overrides.idx - REMOVE THE REST BY HAND"
                   " FROM " WS-CAMP-PATH " ***"
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

       8650-DELETE-CAMPAIGN-ENTRY.
           MOVE OC-SEQ-NO TO OVR-SEQ-NO
           MOVE OC-EFF-FROM TO OVR-EFF-FROM
           DELETE OVERRIDE-FILE RECORD
               INVALID KEY
                   DISPLAY "FIZZBUZZ-OVRMAINT: BACK-OUT OF SEQ "
                       OC-SEQ-NO " FROM " OC-EFF-FROM
                       " FAILED - STATUS " WS-OVR-FS
                   MOVE "N" TO WS-CAMP-BACKOUT-OK
               NOT INVALID KEY
                   ADD 1 TO WS-CAMP-BACKED-OUT
           END-DELETE.
