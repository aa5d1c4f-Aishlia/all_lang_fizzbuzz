      *> Processing-calendar record (data/calendar.dat), kept
      *> beside the business-date control record (bizdtrec.cpy).
      *> Saturdays and Sundays are non-processing days without
      *> needing an entry; the calendar lists the exceptions:
      *> CAL-DAY-TYPE 'H' = holiday, 'N' = other non-processing
      *> day (both skipped by the end-of-day roll and not counted
      *> as business days by fizzbuzz-ackrecon's aging), 'P' = a
      *> weekend date that IS a processing day.
       01 CALENDAR-REC.
           05 CAL-DATE              PIC 9(8).
           05 CAL-DAY-TYPE          PIC X(1).
           05 CAL-DESCRIPTION       PIC X(30).
