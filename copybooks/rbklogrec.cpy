      *> Rules rollback log record (data/rules-rollback.log),
      *> appended by fizzbuzz-maint each time an approved rollback
      *> transaction (MT-ACTION 'R', see maintrec.cpy) is applied.
      *> A rollback never moves data/rulesgen.dat backwards: the
      *> content of RB-SOURCE-GEN is republished as the new
      *> generation RB-NEW-GEN, so every run's AUD-RULE-VERSION
      *> still names the generation it really used.
      *> RB-REQUESTER-ID / RB-REQUEST-TS: the maker who keyed the
      *> rollback; RB-CHECKER-ID: who approved it;
      *> RB-OPERATOR-ID: who ran the apply.  RB-PRIOR-GEN is the
      *> generation that was current when it was applied.
       01 ROLLBACK-LOG-REC.
           05 RB-TIMESTAMP          PIC X(19).
           05 RB-TRANS-ID           PIC 9(6).
           05 RB-REQUESTER-ID       PIC X(8).
           05 RB-REQUEST-TS         PIC X(19).
           05 RB-CHECKER-ID         PIC X(8).
           05 RB-OPERATOR-ID        PIC X(8).
           05 RB-SOURCE-GEN         PIC 9(4).
           05 RB-PRIOR-GEN          PIC 9(4).
           05 RB-NEW-GEN            PIC 9(4).
