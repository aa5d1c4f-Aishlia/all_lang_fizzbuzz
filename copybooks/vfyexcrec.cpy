      *> Machine-readable verification exception record, written
      *> by fizzbuzz-verify (data/verify-exceptions-<YYYYMMDD>
      *> .dat) - one record per finding, the input
      *> fizzbuzz-correct works from so a handful of bad records
      *> no longer costs a full step rerun.
      *> VX-REASON: 'MISMATCH' = CLS-CODE/CLS-LABEL disagree with
      *> the step's pinned rules, 'GAP' = this sequence number is
      *> missing from the step's output (one record per missing
