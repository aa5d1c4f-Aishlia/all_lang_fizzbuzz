      *> Override campaign record - one promoted number in a bulk
      *> campaign file loaded by fizzbuzz-ovrmaint CAMPAIGN into
      *> the override master (ovrdrec.cpy).  The file must be in
      *> ascending OC-SEQ-NO / OC-EFF-FROM order (sort it first);
      *> a number may appear more than once only with
      *> non-overlapping periods.  The whole file is validated -
      *> duplicates, out-of-sequence records, overlapping periods
      *> within the file or against the master - before anything
      *> is queued, and again when the approved load is applied;
      *> one bad record rejects the campaign and every error goes
      *> to data/ovr-campaign-errors.rpt.
      *> OC-EFF-FROM/OC-EFF-TO as OVR-EFF-FROM/OVR-EFF-TO: zero
      *> from means "since forever", 99999999 to means
      *> open-ended.
       01 OVR-CAMPAIGN-REC.
           05 OC-SEQ-NO             PIC 9(9).
           05 OC-LABEL              PIC X(10).
           05 OC-EFF-FROM           PIC 9(8).
           05 OC-EFF-TO             PIC 9(8).
