      *> Specific-number override record - one entry per exact
      *> number given a fixed label regardless of what the
      *> divisor/label rules say (e.g. a promotional "Jackpot" on
      *> 1000000).  Maintained via fizzbuzz-ovrmaint and looked up
      *> by key by fizzbuzz, fizzbuzz-verify and fizzbuzz-correct;
      *> an in-force override wins outright over the rule loop
      *> and the record is written with CLS-CODE 'O'.
      *> The master is the indexed file data/overrides.idx keyed
      *> by OVR-KEY - the number plus the date the entry takes
      *> effect - so every version of a number's override sits
      *> together in effective-date order and a classification
      *> run positions on the number instead of holding the whole
      *> master in a table.  There is no limit on the number of
      *> entries beyond the file itself.
      *> OVR-EFF-FROM/OVR-EFF-TO bound the dates (YYYYMMDD) the
      *> entry is in force, with the same conventions as
      *> rulerec.cpy: EFF-FROM of zero means "since forever",
      *> EFF-TO of 99999999 means still open-ended, and
      *> fizzbuzz-ovrmaint closes an entry's EFF-TO and adds a
      *> successor instead of overwriting, so every prior version
      *> stays on file for old-as-of-date reruns.  No two active
      *> entries for a number may be in force on the same day;
      *> where a number has several in-force entries on file the
      *> latest-effective one wins.
       01 OVERRIDE-REC.
           05 OVR-KEY.
               10 OVR-SEQ-NO        PIC 9(9).
               10 OVR-EFF-FROM      PIC 9(8).
           05 OVR-LABEL             PIC X(10).
           05 OVR-ACTIVE            PIC X(1).
           05 OVR-EFF-TO            PIC 9(8).
