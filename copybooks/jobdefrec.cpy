      *> Job-definition record (data/jobdef.dat) driving
      *> fizzbuzz-jobctl - one entry per step of the nightly
      *> stream, run in JD-STEP-SEQ order.
      *> JD-MAX-RC is the highest return code the step may end
      *> with and the stream still carry on (fizzbuzz-compare's
      *> 04 "runs differ" is tolerated, fizzbuzz-verify's 24 is
      *> not).
      *> JD-RUN-COND says when the step runs at all:
      *>   'A' (or space) = always;
      *>   'F' = only when the step immediately before it ended
      *>       over its JD-MAX-RC - a recovery step (e.g.
      *>       fizzbuzz-correct behind fizzbuzz-verify); the
      *>       failing step does not stop the stream when a
      *>       recovery step follows it;
      *>   'R' = only when the step immediately before it
      *>       actually ran (e.g. the re-verify behind the
      *>       correction).
      *> JD-STEP-SCOPE:
      *>   'J' (or space) = once for the job;
      *>   'P' = once per partition step listed in data/steps.dat
      *>       at the moment the step is reached, with every
      *>       "&STEP" in JD-COMMAND replaced by the step id.
      *> JD-COMMAND is the command line handed to the shell.
       01 JOB-DEF-REC.
           05 JD-STEP-SEQ           PIC 9(3).
           05 JD-STEP-NAME          PIC X(12).
           05 JD-MAX-RC             PIC 9(3).
           05 JD-RUN-COND           PIC X(1).
           05 JD-STEP-SCOPE         PIC X(1).
           05 JD-COMMAND            PIC X(100).
