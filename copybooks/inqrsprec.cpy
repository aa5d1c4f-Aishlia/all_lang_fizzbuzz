      *> Batch inquiry response record, written by fizzbuzz-batchinq
      *> - one detail ('D') per request line in request-file
      *> order, then one trailer ('T').
      *> Detail: IRS-LINE-NO is the request's line number and
      *> IRS-REQ-SEQ-NO / IRS-REQ-RUN-DATE echo the request as
      *> keyed.  IRS-RUN-ID / IRS-RUN-DATE are the run the answer
      *> came from (zero when no run resolved) and IRS-CLS-CODE /
      *> IRS-CLS-LABEL carry CLS-MST-CODE / CLS-MST-LABEL from the
      *> classification master (clsmstrec.cpy).
      *> IRS-REASON: 'OK' answered; 'NF' number not in the run's
      *> master records; 'NR' no run dated IRS-REQ-RUN-DATE on
      *> line (archived or never run); 'BS' sequence number not
      *> numeric; 'BD' run date not numeric.  Anything but 'OK'
      *> is a reject and carries no code or label.
      *> Trailer: request, answer and reject counts - requests
      *> always equal answers plus rejects, and the detail count -
      *> with the rejects broken down by reason.
       01 INQ-RESPONSE-REC.
           05 IRS-REC-TYPE          PIC X(1).
           05 IRS-DETAIL-DATA.
               10 IRS-LINE-NO       PIC 9(7).
               10 IRS-REQ-SEQ-NO    PIC X(9).
               10 IRS-REQ-RUN-DATE  PIC X(8).
               10 IRS-REASON        PIC X(2).
               10 IRS-RUN-ID        PIC 9(4).
               10 IRS-RUN-DATE      PIC 9(8).
               10 IRS-CLS-CODE      PIC X(1).
               10 IRS-CLS-LABEL     PIC X(40).
           05 IRS-TRAILER-DATA REDEFINES IRS-DETAIL-DATA.
               10 IRS-TRL-REQUESTS  PIC 9(7).
               10 IRS-TRL-ANSWERED  PIC 9(7).
               10 IRS-TRL-REJECTED  PIC 9(7).
               10 IRS-TRL-NOT-FOUND PIC 9(7).
               10 IRS-TRL-NO-RUN    PIC 9(7).
               10 IRS-TRL-BAD-SEQ   PIC 9(7).
               10 IRS-TRL-BAD-DATE  PIC 9(7).
               10 IRS-TRL-TIMESTAMP PIC X(19).
               10 FILLER            PIC X(11).
