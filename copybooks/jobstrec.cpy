      *> Job-state record (data/jobstate.dat), appended by
      *> fizzbuzz-jobctl as each step of the stream ends - one
      *> record per step execution (per partition step for
      *> JD-STEP-SCOPE 'P', see jobdefrec.cpy), so the next
      *> shift can see exactly how far the chain got.
      *> JS-STATUS: 'COMPLETE' = ended within its JD-MAX-RC;
      *> 'FAILED' = ended over it and stopped the stream;
      *> 'RECOVERY' = ended over it with a recovery step behind
      *> it (JD-RUN-COND 'F'); 'BYPASSED' = its JD-RUN-COND was
      *> not met.  A closing record with JS-STEP-SEQ 999 and
      *> status 'JOBEND' marks a stream that ran to the end -
      *> without one, the next fizzbuzz-jobctl run is a restart
      *> and skips every step already COMPLETE, RECOVERY
      *> or BYPASSED.
      *> JS-BUS-DATE is the business date (data/bizdate.dat) the
      *> stream ran under, on every record.  Unfinished state
      *> for any other business date - a roll forced past a
      *> stopped stream - is not restarted: fizzbuzz-jobctl
      *> starts the new date's stream from the top and records
      *> the abandoned one as a single 'ABANDON' record (step
      *> sequence 000, JS-BUS-DATE the abandoned date) at the
      *> head of the new job state.
       01 JOB-STATE-REC.
           05 JS-STEP-SEQ           PIC 9(3).
           05 JS-STEP-NAME          PIC X(12).
           05 JS-PART-STEP-ID       PIC X(4).
           05 JS-STATUS             PIC X(8).
           05 JS-RETURN-CODE        PIC 9(3).
           05 JS-TIMESTAMP          PIC X(19).
           05 JS-BUS-DATE           PIC 9(8).
