      *> Batch inquiry request record - one line per question in a
      *> request file answered by fizzbuzz-batchinq ("what did
      *> number N classify as", optionally "in the run dated D").
      *> Both fields are taken as keyed: IRQ-SEQ-NO may be
      *> left-justified or zero-filled, and IRQ-RUN-DATE
      *> (YYYYMMDD) left blank asks for the newest run on line,
      *> exactly as fizzbuzz-inquiry does with no date argument.
       01 INQ-REQUEST-REC.
           05 IRQ-SEQ-NO            PIC X(9).
           05 IRQ-RUN-DATE          PIC X(8).
