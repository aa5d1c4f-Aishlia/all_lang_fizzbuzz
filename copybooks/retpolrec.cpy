      *> Retention-policy record driving fizzbuzz-housekeep - one
      *> entry per file class naming how many days of run output
      *> to keep on line before housekeeping may archive or purge
      *> it.  Classes: CLASSIFY (classify-<step>-<YYYYMMDD>.out
      *> and classify-consolidated-<YYYYMMDD>.out), REPORT
      *> (fizzbuzz-<step>-<YYYYMMDD>.rpt and
      *> verify-exceptions-<YYYYMMDD>.dat), CHECKPOINT
      *> (checkpoint-<step>-<YYYYMMDD>.dat) and AUDIT
      *> (audit-<step>.log).  Dated generations are aged by the
      *> business date they are cataloged under (gencatrec.cpy),
      *> audit logs by their newest record.
       01 RET-POL-REC.
           05 RP-CLASS              PIC X(10).
           05 RP-DAYS               PIC 9(3).
