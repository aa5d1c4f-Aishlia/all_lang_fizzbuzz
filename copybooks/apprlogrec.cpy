      *> Maker-checker approval log record, appended by
      *> fizzbuzz-maint and fizzbuzz-ovrmaint
      *> (data/approval.log) - one record per decision on a
      *> pending transaction (see pendtrnrec.cpy) and one per
      *> outcome when an approved transaction is applied, so the
      *> change-control trail shows who keyed what, who signed it
      *> off, and what impact they were shown when they did.
      *> AL-MASTER: 'RULES' or 'OVERRIDE'.
      *> AL-DECISION: 'APPROVED', 'REJECTED', 'APPLIED' or
      *> 'FAILED' (see PT-STATUS).
      *> AL-OPERATOR-ID is the operator who ran this action - the
      *> checker for a decision, whoever ran the apply for an
      *> APPLIED/FAILED record.
      *> AL-RULE-VERSION: the rules generation in force when the
      *> decision was taken, or the generation written by the
      *> apply (always zero for override transactions).
      *> AL-WI-*: the fizzbuzz-whatif impact figures on file when
      *> the decision was taken (see whatifrec.cpy) - zero when
      *> none covered the transaction, which only a rejection
      *> allows.
       01 APPROVAL-LOG-REC.
           05 AL-TIMESTAMP          PIC X(19).
           05 AL-MASTER             PIC X(8).
           05 AL-TRANS-ID           PIC 9(6).
           05 AL-DECISION           PIC X(8).
           05 AL-MAKER-ID           PIC X(8).
           05 AL-MAKER-TS           PIC X(19).
           05 AL-CHECKER-ID         PIC X(8).
           05 AL-OPERATOR-ID        PIC X(8).
           05 AL-RULE-VERSION       PIC 9(4).
           05 AL-WI-TIMESTAMP       PIC X(19).
           05 AL-WI-SAMPLE-START    PIC 9(9).
           05 AL-WI-SAMPLE-END      PIC 9(9).
           05 AL-WI-TRANS-COUNT     PIC 9(5).
           05 AL-WI-CHANGED-COUNT   PIC 9(9).
           05 AL-WI-CHANGED-PCT     PIC 9(3)V9(2).
           05 AL-TRANS-IMAGE        PIC X(60).
