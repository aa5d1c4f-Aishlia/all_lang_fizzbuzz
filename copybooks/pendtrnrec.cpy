      *> Pending maintenance transaction record - the maker-checker
      *> queue in front of both maintenance masters
      *> (data/maint-pending.dat for fizzbuzz-maint,
      *> data/ovr-pending.dat for fizzbuzz-ovrmaint).  A keyed
      *> transaction lands here as PENDING with the maker's id and
      *> a timestamp; a different operator approves or rejects
      *> it, and only APPROVED entries are applied to the master.
      *> PT-TRANS-ID is assigned ascending per queue and never
      *> reused.
      *> PT-STATUS: 'PENDING' = keyed, awaiting a checker;
      *> 'APPROVED' = signed off, awaiting the next apply;
      *> 'REJECTED' = turned down by the checker; 'APPLIED' =
      *> written to the master (PT-APPLIED-VERSION is the rules
      *> generation it went into, zero for overrides); 'FAILED'
      *> = approved but no longer applicable when the apply ran
      *> (e.g. the rule it changed had been deactivated since).
      *> Decided entries are dropped from the queue by the next
      *> apply - data/approval.log (apprlogrec.cpy) is their
      *> permanent record.
      *> PT-TRANS-IMAGE is the keyed transaction exactly as
      *> entered: a MAINT-TRANS-REC (maintrec.cpy) in the rules
      *> queue, an OVR-TRANS-REC (ovrtrnrec.cpy) in the override
      *> queue - PT-RULE-TRANS and PT-OVR-TRANS mirror those
      *> layouts field for field.  A bulk campaign load queues as
      *> one override entry, PT-OT-ACTION 'L', carrying the
      *> campaign file (ovrcamprec.cpy) it was validated from in
      *> PT-OT-CAMPAIGN-FILE and its record count in PT-OT-SEQ-NO;
      *> the label, unused for a campaign, carries the file's
      *> control total (PT-OT-CAMPAIGN-TOTAL, see
      *> fizzbuzz-ovrmaint) so the apply can prove the file is
      *> still the one the checker approved.
       01 PEND-TRANS-REC.
           05 PT-TRANS-ID           PIC 9(6).
           05 PT-STATUS             PIC X(8).
           05 PT-MAKER-ID           PIC X(8).
           05 PT-MAKER-TS           PIC X(19).
           05 PT-CHECKER-ID         PIC X(8).
           05 PT-CHECKER-TS         PIC X(19).
           05 PT-APPLIED-VERSION    PIC 9(4).
           05 PT-TRANS-IMAGE        PIC X(60).
           05 PT-RULE-TRANS REDEFINES PT-TRANS-IMAGE.
               10 PT-MT-ACTION      PIC X(1).
               10 PT-MT-DIVISOR     PIC 9(4).
               10 PT-MT-LABEL       PIC X(10).
               10 PT-MT-ACTIVE      PIC X(1).
               10 PT-MT-RULE-TYPE   PIC X(1).
               10 PT-MT-OPERAND-1   PIC 9(9).
               10 PT-MT-OPERAND-2   PIC 9(9).
               10 PT-MT-PRIORITY    PIC 9(3).
               10 PT-MT-COMBINE     PIC X(1).
               10 FILLER            PIC X(21).
           05 PT-OVR-TRANS REDEFINES PT-TRANS-IMAGE.
               10 PT-OT-ACTION      PIC X(1).
               10 PT-OT-SEQ-NO      PIC 9(9).
               10 PT-OT-LABEL       PIC X(10).
               10 PT-OT-CAMPAIGN-TOTAL REDEFINES PT-OT-LABEL
                                    PIC 9(10).
               10 PT-OT-CAMPAIGN-FILE PIC X(40).
