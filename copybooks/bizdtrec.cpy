      *> Business-date control record (data/bizdate.dat) - the
      *> one processing date every batch program works under, in
      *> place of the machine date.  Advanced only by the
      *> end-of-day roll (fizzbuzz-eodroll), so a run that
      *> crosses midnight, or Monday's catch-up of Friday's
      *> business, still stamps Friday's date on the audit log,
      *> the extract header and the run registry.
      *> BD-PREV-DATE / BD-NEXT-DATE are the business days either
      *> side of BD-CURR-DATE per the processing calendar (see
      *> calrec.cpy) - weekends and calendar holidays skipped.
       01 BUS-DATE-REC.
           05 BD-CURR-DATE          PIC 9(8).
           05 BD-PREV-DATE          PIC 9(8).
           05 BD-NEXT-DATE          PIC 9(8).
           05 BD-ROLL-TIMESTAMP     PIC X(19).
