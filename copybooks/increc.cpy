      *> Incident register record (data/incident-register.dat) -
      *> one entry per distinct finding the morning checks raise,
      *> so a RED or WARN is tracked until someone closes it
      *> instead of being rebuilt from scratch each morning.
      *> Entries are opened (appended) by fizzbuzz-dayend,
      *> fizzbuzz-verify, fizzbuzz-ackrecon and fizzbuzz-partition
      *> CHECK; a finding already on the register for the same
      *> INC-STEP-ID, INC-RUN-DATE and INC-FINDING is not opened
      *> again, so rerunning a check never duplicates an entry.
      *> fizzbuzz-incident acknowledges, assigns, annotates and
      *> closes entries (logging each action to
      *> data/incident.log, see inclogrec.cpy) and reports the
      *> ageing of what is still open.
      *> INC-ID: ascending, never reused.
      *> INC-STEP-ID: the step, or 'ALL ' for a finding that is
      *> not one step's (extract stamp, transmission, step list,
      *> partition coverage).
      *> INC-RUN-DATE: the business date the finding is about -
      *> the report/verified date, or the extract's run date for
      *> a transmission finding.
      *> INC-FINDING: the finding type -
      *>   fizzbuzz-dayend   NORUN, RUNRC, NOPARM, CKPTSHRT,
      *>                     RULEMIX, NOREADY, NOSTEPS;
      *>   fizzbuzz-verify   MISMATCH, GAP, DUP, NOTVRFD;
      *>   fizzbuzz-ackrecon XMITMISM, XMITOVRD;
      *>   fizzbuzz-partition PARTPARM, PARTBACK, PARTGAP,
      *>                     PARTOVLP, NOSTEPS.
      *> INC-SEVERITY: 'RED' or 'WARN', as the opening program
      *> graded it.
      *> INC-STATUS: 'OPEN' = raised, nobody has looked;
      *> 'ACKED' = an operator has acknowledged it; 'CLOSED' =
      *> resolved (INC-CLOSED-ID / INC-CLOSED-DATE say by whom
      *> and when).  Closed entries stay on the register - they
      *> are how a recurrence is recognised as a repeat.
      *> INC-OPENED-DATE: business date the entry was opened -
      *> the ageing report counts days outstanding from it.
      *> INC-DETAIL: the finding as first reported;
      *> INC-NOTE: the latest annotation (the log keeps them all).
       01 INCIDENT-REC.
           05 INC-ID                PIC 9(6).
           05 INC-STEP-ID           PIC X(4).
           05 INC-RUN-DATE          PIC 9(8).
           05 INC-FINDING           PIC X(8).
           05 INC-SEVERITY          PIC X(4).
           05 INC-SOURCE            PIC X(10).
           05 INC-STATUS            PIC X(8).
           05 INC-OPENED-DATE       PIC 9(8).
           05 INC-OPENED-TS         PIC X(19).
           05 INC-OWNER-ID          PIC X(8).
           05 INC-ACK-ID            PIC X(8).
           05 INC-ACK-TS            PIC X(19).
           05 INC-CLOSED-ID         PIC X(8).
           05 INC-CLOSED-DATE       PIC 9(8).
           05 INC-UPDATED-TS        PIC X(19).
           05 INC-DETAIL            PIC X(60).
           05 INC-NOTE              PIC X(60).
