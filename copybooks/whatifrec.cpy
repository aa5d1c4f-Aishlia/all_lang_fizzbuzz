      *> What-if impact snapshot (data/whatif-impact.dat) - the
      *> figures of the last fizzbuzz-whatif run over the pending
      *> maintenance queues (see pendtrnrec.cpy), rewritten by
      *> every such run.  A checker may only approve a pending
      *> transaction the snapshot covers, and the figures are
      *> copied into the approval log (apprlogrec.cpy) as the
      *> impact the checker signed off on.
      *> WI-RULE-FIRST-ID/LAST-ID and WI-OVR-FIRST-ID/LAST-ID: the
      *> lowest and highest PENDING transaction ids simulated from
      *> each queue (zero when that queue had none pending).
      *> WI-RULE-VERSION: the rules generation simulated against -
      *> a snapshot taken before a later generation is stale.
      *> Applying either master empties the snapshot, so every
      *> approval after an apply needs a fresh what-if run.
       01 WHATIF-IMPACT-REC.
           05 WI-TIMESTAMP          PIC X(19).
           05 WI-RULE-VERSION       PIC 9(4).
           05 WI-RULE-FIRST-ID      PIC 9(6).
           05 WI-RULE-LAST-ID       PIC 9(6).
           05 WI-OVR-FIRST-ID       PIC 9(6).
           05 WI-OVR-LAST-ID        PIC 9(6).
           05 WI-TRANS-COUNT        PIC 9(5).
           05 WI-SAMPLE-START       PIC 9(9).
           05 WI-SAMPLE-END         PIC 9(9).
           05 WI-SAMPLE-SIZE        PIC 9(9).
           05 WI-CHANGED-COUNT      PIC 9(9).
           05 WI-CHANGED-PCT        PIC 9(3)V9(2).
